       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPTCLOAN.

      *===============================================================*
      *     CLOTURE ANNUELLE DE L'EXERCICE SUR ADCDC.CPTE1 ET         *
      *     REPORT DES SOLDES A NOUVEAU.                              *
      *                                                               *
      *     CLOTMOIS FERME LES MOIS ET CPTBALAN EDITE LA BALANCE,     *
      *     MAIS RIEN NE FERMAIT L'ANNEE : LES COMPTES DE CHARGES ET  *
      *     DE PRODUITS CUMULAIENT SANS FIN DANS CPTE1.SOLDE.         *
      *     PARAMETRES (VARIABLES D'ENVIRONNEMENT) :                  *
      *       EXERCICE = ANNEE AAAA A CLOTURER (OBLIGATOIRE)          *
      *       PHASECLO = 'P' PREPARATION (DEFAUT) OU 'V' VERROUILLAGE *
      *       CPTREPOR = COMPTE DE REPORT A NOUVEAU (DEFAUT 110000)   *
      *       CPTBILAN = COMPTE DE BILAN D'OUVERTURE ET DE CLOTURE    *
      *                  (DEFAUT 890000), PIVOT DES DEUX LOTS         *
      *       OPERATEUR = IDENTIFIANT DU RESPONSABLE COMPTABLE        *
      *     PHASE 'P' -- CONTROLES PUIS PREPARATION DES DEUX LOTS :   *
      *       - LES DOUZE MOIS DOIVENT ETRE FERMES (CTLPERIO),        *
      *       - LE JOURNAL D'IMPUTATION DE L'ANNEE DOIT S'EQUILIBRER  *
      *         ET SON CUMUL REJOINDRE LE SOLDE CPTE1 DE CHAQUE       *
      *         COMPTE (MEMES CONTROLES QUE CPTBALAN),                *
      *       - AUCUN COMPTE GELE NE DOIT PORTER DE SOLDE (CPTPOST    *
      *         REFUSERAIT SES MOUVEMENTS ET ANNULERAIT LE LOT) ;     *
      *       FMVTCLO, LOT DE CLOTURE (PIECE CLOTAAAA) : LES COMPTES  *
      *       DE RESULTAT (CLASSES 6 ET 7) SONT SOLDES DANS LE REPORT *
      *       A NOUVEAU, PUIS LES COMPTES DE BILAN (CLASSES 1 A 5)    *
      *       SONT SOLDES DANS LE COMPTE PIVOT ;                      *
      *       FMVTOUV, LOT D'A-NOUVEAUX (PIECE ANOUVAAAA DE L'ANNEE   *
      *       SUIVANTE) : LES SOLDES DE BILAN SONT ROUVERTS CONTRE    *
      *       LE PIVOT. LES DEUX LOTS S'EQUILIBRENT ET SONT IMPUTES   *
      *       PAR CPTPOST (DATECPT AU 31/12 PUIS AU 01/01) : LE       *
      *       JOURNAL PORTE AINSI LES SOLDES D'OUVERTURE DE LA        *
      *       NOUVELLE ANNEE ET SON CUMUL RESTE EGAL A CPTE1.         *
      *     PHASE 'V' -- UNE FOIS LES DEUX LOTS IMPUTES (PIECES       *
      *       PRESENTES AU JOURNAL, COMPTES DE RESULTAT A ZERO),      *
      *       L'EXERCICE EST VERROUILLE DANS FEXERCIC : CPTPOST       *
      *       REFUSE ENSUITE TOUT LOT DATE DANS CET EXERCICE          *
      *       (CTLEXERC). LE VERROUILLAGE EST JOURNALISE DANS         *
      *       FAUDITLOG VIA ERRLOG AU NOM DE L'OPERATEUR.             *
      *     ENCHAINEMENT COMPLET : BATCH/CLOTURE_ANNUELLE.SH.         *
      *     CONVENTION DE SIGNE DE CPTPOST : UN DEBIT RETRANCHE DU    *
      *     SOLDE, UN CREDIT Y AJOUTE ; UN RESULTAT POSITIF EST UN    *
      *     BENEFICE.                                                 *
      *===============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FJOURNAL-IMPUT ASSIGN TO FIMPJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JRN.
           SELECT FLOT-CLOTURE ASSIGN TO FMVTCLO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CLO.
           SELECT FLOT-OUVERTURE ASSIGN TO FMVTOUV
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OUV.
           SELECT FEXERCICES ASSIGN TO FEXERCIC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-EXE.
       DATA DIVISION.
       FILE SECTION.
       FD FJOURNAL-IMPUT.
       01 FS-ENR-JRN-IMPUT.
          05 FS-JRN-DATE    PIC 9(8).
          05 FS-JRN-DATE-R REDEFINES FS-JRN-DATE.
             10 FS-JRN-AAAA PIC 9(4).
             10 FILLER      PIC 9(4).
          05 FILLER PIC X(1).
          05 FS-JRN-NUMCPT  PIC 9(6).
          05 FILLER PIC X(1).
          05 FS-JRN-SENS    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-JRN-MONTANT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-JRN-PIECE   PIC X(10).
      *    LES DEUX LOTS ONT LE FORMAT DES MOUVEMENTS DE CPTPOST.
       FD FLOT-CLOTURE.
       01 FS-ENR-CLO.
          05 FS-CLO-NUMCPT  PIC 9(6).
          05 FILLER PIC X(1).
          05 FS-CLO-SENS    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-CLO-MONTANT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-CLO-PIECE   PIC X(10).
       FD FLOT-OUVERTURE.
       01 FS-ENR-OUV.
          05 FS-OUV-NUMCPT  PIC 9(6).
          05 FILLER PIC X(1).
          05 FS-OUV-SENS    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-OUV-MONTANT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-OUV-PIECE   PIC X(10).
       FD FEXERCICES.
       01 FS-ENR-EXERCICE.
          05 FS-EXE-EXERCICE  PIC 9(4).
          05 FILLER PIC X(1).
          05 FS-EXE-STATUT    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-EXE-DATE      PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-EXE-OPERATEUR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-SQLCODE            PIC -(6)9.
       01 WS-PROGRAM-ID         PIC X(8) VALUE 'CPTCLOAN'.
       01 WS-FS-JRN             PIC XX.
       01 WS-FS-CLO             PIC XX.
       01 WS-FS-OUV             PIC XX.
       01 WS-FS-EXE             PIC XX.

       01 WS-EXERCICE-SAISI     PIC X(4).
       01 WS-EXERCICE           PIC 9(4).
       01 WS-EXERCICE-SUIVANT   PIC 9(4).
       01 WS-PHASE              PIC X VALUE 'P'.
       01 WS-COMPTE-SAISI       PIC X(6).
       01 WS-COMPTE-REPORT      PIC 9(6) VALUE 110000.
       01 WS-COMPTE-PIVOT       PIC 9(6) VALUE 890000.
       01 WS-OPERATEUR          PIC X(8) VALUE SPACES.
       01 WS-DATE-JOUR          PIC 9(8).
       01 WS-MSG-AUDIT          PIC X(40).

      * PIECES DES DEUX LOTS : CLOTAAAA ET ANOUVAAAA (ANNEE
      * SUIVANTE) ; LEUR PRESENCE AU JOURNAL PROUVE L'IMPUTATION.
       01 WS-PIECE-CLOTURE.
          05 FILLER             PIC X(4) VALUE 'CLOT'.
          05 WS-PIECE-CLO-AAAA  PIC 9(4).
          05 FILLER             PIC X(2) VALUE SPACES.
       01 WS-PIECE-OUVERTURE.
          05 FILLER             PIC X(5) VALUE 'ANOUV'.
          05 WS-PIECE-OUV-AAAA  PIC 9(4).
          05 FILLER             PIC X(1) VALUE SPACE.
       01 WS-CLOTURE-AU-JOURNAL   PIC X VALUE 'N'.
       01 WS-OUVERTURE-AU-JOURNAL PIC X VALUE 'N'.

      * CONTROLE DES DOUZE PERIODES DE L'EXERCICE.
       01 WS-MOIS               PIC 99.
       01 WS-PERIODE            PIC 9(6).
       01 WS-NB-MOIS-OUVERTS    PIC 99 VALUE ZERO.

      * BALANCE DE L'EXERCICE ET CUMUL COMPLET PAR COMPTE POUR LE
      * RAPPROCHEMENT AVEC CPTE1.
       01 WS-TOTAL-DEBITS       PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CREDITS      PIC 9(13)V99 VALUE ZERO.
       01 WS-BALANCE.
          05 WS-NB-COMPTES PIC 9(3) VALUE 0.
          05 WS-CPT OCCURS 500 TIMES.
             10 WS-CPT-NUM     PIC 9(6).
             10 WS-CPT-CUMUL   PIC S9(11)V99.
       01 WS-IND-CPT        PIC 9(3).
       01 WS-IND-CPT-TROUVE PIC 9(3).
       01 WS-NB-EXCEPTIONS  PIC 9(3) VALUE ZERO.
       01 WS-CLOTURABLE     PIC X VALUE 'O'.

       01 WS-NUMCPT             PIC S9(6)    COMP-3.
       01 WS-SOLDE              PIC S9(9)V99 COMP-3.
       01 WS-STATUT             PIC X(1).
       01 WS-NB-LIGNES-SQL      PIC S9(9)    COMP.
       01 WS-NUMCPT-ED          PIC 9(6).
       01 WS-NUMCPT-ED-R REDEFINES WS-NUMCPT-ED.
          05 WS-CLASSE          PIC 9.
          05 FILLER             PIC 9(5).

      * PREPARATION DES LOTS.
       01 WS-SOLDE-REPORT       PIC S9(11)V99 VALUE ZERO.
       01 WS-RESULTAT           PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-BILAN        PIC S9(11)V99 VALUE ZERO.
       01 WS-SOLDE-A-SOLDER     PIC S9(11)V99.
       01 WS-NB-LIGNES-CLO      PIC 9(5) VALUE ZERO.
       01 WS-NB-LIGNES-OUV      PIC 9(5) VALUE ZERO.
       01 WS-ED-SOLDE           PIC -(10)9.99.
       01 WS-ED-DEBITS          PIC ZZZZZZZZZZ9.99.
       01 WS-ED-CREDITS         PIC ZZZZZZZZZZ9.99.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             DECLARE CSOLDES CURSOR FOR
                 SELECT NUMCPT, SOLDE, STATUT
                 FROM ADCDC.CPTE1
                 WHERE SOLDE <> 0
                 ORDER BY NUMCPT
           END-EXEC.

      * CONTROLE DES PERIODES (CLOTMOIS) ET DES EXERCICES.
       01 WS-SOUS-PROG-CTLPERIO PIC X(8) VALUE 'CTLPERIO'.
       01 WS-LIEN-CTLPERIO.
          05 WS-LIEN-CTLPERIO-IN.
             10 WS-LIEN-CTLPERIO-IN-DATE PIC 9(8).
          05 WS-LIEN-CTLPERIO-OU.
             10 WS-LIEN-CTLPERIO-CR PIC X.
       01 WS-SOUS-PROG-CTLEXERC PIC X(8) VALUE 'CTLEXERC'.
       01 WS-LIEN-CTLEXERC.
          05 WS-LIEN-CTLEXERC-IN.
             10 WS-LIEN-CTLEXERC-IN-DATE PIC 9(8).
          05 WS-LIEN-CTLEXERC-OU.
             10 WS-LIEN-CTLEXERC-CR PIC X.

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
       0000-CPTCLOAN-DEB.
           DISPLAY '************************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME CPTCLOAN              *'.
           DISPLAY '************************************************'.

           EXEC SQL
                SET CURRENT SQLID='ADCDC'
           END-EXEC.

           PERFORM 0010-PARAMETRES-DEB
              THRU 0010-PARAMETRES-FIN.

           MOVE WS-EXERCICE TO WS-LIEN-CTLEXERC-IN-DATE(1:4).
           MOVE '0101'      TO WS-LIEN-CTLEXERC-IN-DATE(5:4).
           CALL WS-SOUS-PROG-CTLEXERC USING WS-LIEN-CTLEXERC.
           IF WS-LIEN-CTLEXERC-CR = 'V'
              DISPLAY 'EXERCICE ' WS-EXERCICE ' DEJA VERROUILLE'
              PERFORM 9998-FIN-NORMALE-DEB
                 THRU 9998-FIN-NORMALE-FIN
           END-IF.

           PERFORM 1000-DEPOUILLER-JOURNAL-DEB
              THRU 1000-DEPOUILLER-JOURNAL-FIN.

           IF WS-PHASE = 'V'
              PERFORM 5000-VERROUILLER-DEB
                 THRU 5000-VERROUILLER-FIN
           ELSE
              PERFORM 2000-CONTROLER-EXERCICE-DEB
                 THRU 2000-CONTROLER-EXERCICE-FIN
              PERFORM 3000-PREPARER-LOTS-DEB
                 THRU 3000-PREPARER-LOTS-FIN
           END-IF.

           PERFORM 9998-FIN-NORMALE-DEB
              THRU 9998-FIN-NORMALE-FIN.
       0000-CPTCLOAN-FIN. EXIT.

       0010-PARAMETRES-DEB.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-EXERCICE-SAISI.
           ACCEPT WS-EXERCICE-SAISI FROM ENVIRONMENT "EXERCICE"
              ON EXCEPTION
                 MOVE SPACES TO WS-EXERCICE-SAISI
           END-ACCEPT.
           IF WS-EXERCICE-SAISI = SPACES
              OR WS-EXERCICE-SAISI NOT NUMERIC
              DISPLAY 'EXERCICE (AAAA) OBLIGATOIRE'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           MOVE WS-EXERCICE-SAISI TO WS-EXERCICE.
           COMPUTE WS-EXERCICE-SUIVANT = WS-EXERCICE + 1.
           MOVE WS-EXERCICE         TO WS-PIECE-CLO-AAAA.
           MOVE WS-EXERCICE-SUIVANT TO WS-PIECE-OUV-AAAA.

           ACCEPT WS-PHASE FROM ENVIRONMENT "PHASECLO"
              ON EXCEPTION
                 MOVE 'P' TO WS-PHASE
           END-ACCEPT.
           IF WS-PHASE NOT = 'V'
              MOVE 'P' TO WS-PHASE
           END-IF.
           MOVE SPACES TO WS-COMPTE-SAISI.
           ACCEPT WS-COMPTE-SAISI FROM ENVIRONMENT "CPTREPOR"
              ON EXCEPTION
                 MOVE SPACES TO WS-COMPTE-SAISI
           END-ACCEPT.
           IF WS-COMPTE-SAISI NOT = SPACES
              MOVE WS-COMPTE-SAISI TO WS-COMPTE-REPORT
           END-IF.
           MOVE SPACES TO WS-COMPTE-SAISI.
           ACCEPT WS-COMPTE-SAISI FROM ENVIRONMENT "CPTBILAN"
              ON EXCEPTION
                 MOVE SPACES TO WS-COMPTE-SAISI
           END-ACCEPT.
           IF WS-COMPTE-SAISI NOT = SPACES
              MOVE WS-COMPTE-SAISI TO WS-COMPTE-PIVOT
           END-IF.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT "OPERATEUR"
              ON EXCEPTION
                 MOVE SPACES TO WS-OPERATEUR
           END-ACCEPT.
           MOVE WS-OPERATEUR TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           DISPLAY 'CLOTURE DE L''EXERCICE ' WS-EXERCICE
                   ' -- PHASE ' WS-PHASE.
       0010-PARAMETRES-FIN. EXIT.

      * LE JOURNAL EST RELU EN ENTIER : BALANCE DE L'EXERCICE,
      * CUMUL PAR COMPTE DEPUIS L'ORIGINE, ET PRESENCE DES PIECES
      * DE CLOTURE ET D'A-NOUVEAUX.
       1000-DEPOUILLER-JOURNAL-DEB.
           OPEN INPUT FJOURNAL-IMPUT.
           IF WS-FS-JRN NOT = '00'
              DISPLAY 'JOURNAL D''IMPUTATION INTROUVABLE : '
                      WS-FS-JRN
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           PERFORM 1010-UNE-LIGNE-DEB
              THRU 1010-UNE-LIGNE-FIN
              UNTIL WS-FS-JRN NOT = '00'.
           CLOSE FJOURNAL-IMPUT.
       1000-DEPOUILLER-JOURNAL-FIN. EXIT.

       1010-UNE-LIGNE-DEB.
           READ FJOURNAL-IMPUT
              AT END
                 MOVE '10' TO WS-FS-JRN
           END-READ.
           IF WS-FS-JRN = '00'
              IF FS-JRN-PIECE = WS-PIECE-CLOTURE
                 MOVE 'O' TO WS-CLOTURE-AU-JOURNAL
              END-IF
              IF FS-JRN-PIECE = WS-PIECE-OUVERTURE
                 MOVE 'O' TO WS-OUVERTURE-AU-JOURNAL
              END-IF
              IF FS-JRN-AAAA = WS-EXERCICE
                 IF FS-JRN-SENS = 'D'
                    ADD FS-JRN-MONTANT TO WS-TOTAL-DEBITS
                 ELSE
                    ADD FS-JRN-MONTANT TO WS-TOTAL-CREDITS
                 END-IF
              END-IF
              PERFORM 1100-TROUVER-COMPTE-DEB
                 THRU 1100-TROUVER-COMPTE-FIN
              IF WS-IND-CPT-TROUVE > 0
                 IF FS-JRN-SENS = 'D'
                    SUBTRACT FS-JRN-MONTANT
                       FROM WS-CPT-CUMUL(WS-IND-CPT-TROUVE)
                 ELSE
                    ADD FS-JRN-MONTANT
                       TO WS-CPT-CUMUL(WS-IND-CPT-TROUVE)
                 END-IF
              END-IF
           END-IF.
       1010-UNE-LIGNE-FIN. EXIT.

       1100-TROUVER-COMPTE-DEB.
           MOVE 0 TO WS-IND-CPT-TROUVE.
           PERFORM 1110-CHERCHER-COMPTE-DEB
              THRU 1110-CHERCHER-COMPTE-FIN
              VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-COMPTES
              OR WS-IND-CPT-TROUVE > 0.
           IF WS-IND-CPT-TROUVE = 0
              IF WS-NB-COMPTES < 500
                 ADD 1 TO WS-NB-COMPTES
                 MOVE FS-JRN-NUMCPT TO WS-CPT-NUM(WS-NB-COMPTES)
                 MOVE ZERO TO WS-CPT-CUMUL(WS-NB-COMPTES)
                 MOVE WS-NB-COMPTES TO WS-IND-CPT-TROUVE
              ELSE
                 DISPLAY 'TABLE DES COMPTES PLEINE (500), COMPTE '
                         'NON CONTROLE : ' FS-JRN-NUMCPT
                 MOVE 'N' TO WS-CLOTURABLE
              END-IF
           END-IF.
       1100-TROUVER-COMPTE-FIN. EXIT.

       1110-CHERCHER-COMPTE-DEB.
           IF WS-CPT-NUM(WS-IND-CPT) = FS-JRN-NUMCPT
              MOVE WS-IND-CPT TO WS-IND-CPT-TROUVE
           END-IF.
       1110-CHERCHER-COMPTE-FIN. EXIT.

      * CONTROLES AVANT CLOTURE : TOUS LES MOTIFS DE REFUS SONT
      * EDITES AVANT L'ARRET, POUR QU'UN SEUL PASSAGE SUFFISE A
      * LES CORRIGER.
       2000-CONTROLER-EXERCICE-DEB.
           IF WS-CLOTURE-AU-JOURNAL = 'O'
              DISPLAY '*** LOT DE CLOTURE ' WS-PIECE-CLOTURE
                      ' DEJA IMPUTE : LANCER LA PHASE V'
              MOVE 'N' TO WS-CLOTURABLE
           END-IF.

           PERFORM 2010-UNE-PERIODE-DEB
              THRU 2010-UNE-PERIODE-FIN
              VARYING WS-MOIS FROM 1 BY 1
              UNTIL WS-MOIS > 12.
           IF WS-NB-MOIS-OUVERTS > 0
              MOVE 'N' TO WS-CLOTURABLE
           END-IF.

           MOVE WS-TOTAL-DEBITS  TO WS-ED-DEBITS.
           MOVE WS-TOTAL-CREDITS TO WS-ED-CREDITS.
           DISPLAY 'BALANCE DE L''EXERCICE : DEBITS ' WS-ED-DEBITS
                   ' / CREDITS ' WS-ED-CREDITS.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
              DISPLAY '*** LA BALANCE DE L''EXERCICE NE '
                      'S''EQUILIBRE PAS'
              MOVE 'N' TO WS-CLOTURABLE
           END-IF.

           PERFORM 2020-RAPPROCHER-COMPTE-DEB
              THRU 2020-RAPPROCHER-COMPTE-FIN
              VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-COMPTES.
           IF WS-NB-EXCEPTIONS > 0
              MOVE 'N' TO WS-CLOTURABLE
           END-IF.

           PERFORM 2030-CONTROLER-COMPTES-DEB
              THRU 2030-CONTROLER-COMPTES-FIN.

           IF WS-CLOTURABLE NOT = 'O'
              DISPLAY 'EXERCICE ' WS-EXERCICE ' NON CLOTURABLE'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
       2000-CONTROLER-EXERCICE-FIN. EXIT.

       2010-UNE-PERIODE-DEB.
           COMPUTE WS-PERIODE = WS-EXERCICE * 100 + WS-MOIS.
           COMPUTE WS-LIEN-CTLPERIO-IN-DATE = WS-PERIODE * 100 + 1.
           CALL WS-SOUS-PROG-CTLPERIO USING WS-LIEN-CTLPERIO.
           IF WS-LIEN-CTLPERIO-CR NOT = 'F'
              ADD 1 TO WS-NB-MOIS-OUVERTS
              DISPLAY '*** PERIODE ' WS-PERIODE
                      ' ENCORE OUVERTE (CLOTMOIS)'
           END-IF.
       2010-UNE-PERIODE-FIN. EXIT.

       2020-RAPPROCHER-COMPTE-DEB.
           MOVE WS-CPT-NUM(WS-IND-CPT) TO WS-NUMCPT.
           EXEC SQL
              SELECT SOLDE, STATUT
                INTO :WS-SOLDE, :WS-STATUT
                FROM ADCDC.CPTE1
               WHERE NUMCPT = :WS-NUMCPT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 ADD 1 TO WS-NB-EXCEPTIONS
                 DISPLAY '*** COMPTE ' WS-CPT-NUM(WS-IND-CPT)
                         ' AU JOURNAL MAIS ABSENT DE CPTE1'
              WHEN SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE SELECT COMPTE '
                         WS-CPT-NUM(WS-IND-CPT) ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-SQL-DEB
                    THRU 9999-ERREUR-SQL-FIN
              WHEN WS-SOLDE NOT = WS-CPT-CUMUL(WS-IND-CPT)
                 ADD 1 TO WS-NB-EXCEPTIONS
                 MOVE WS-SOLDE TO WS-ED-SOLDE
                 DISPLAY '*** COMPTE ' WS-CPT-NUM(WS-IND-CPT)
                         ' : SOLDE CPTE1 ' WS-ED-SOLDE
                         ' DIFFERENT DU CUMUL DU JOURNAL'
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2020-RAPPROCHER-COMPTE-FIN. EXIT.

      * LE REPORT A NOUVEAU ET LE PIVOT DOIVENT EXISTER ET ETRE
      * OUVERTS, LE PIVOT SOLDE ENTRE DEUX EXERCICES, ET AUCUN
      * COMPTE GELE NE DOIT PORTER DE SOLDE.
       2030-CONTROLER-COMPTES-DEB.
           MOVE WS-COMPTE-REPORT TO WS-NUMCPT.
           PERFORM 2040-LIRE-COMPTE-DEB
              THRU 2040-LIRE-COMPTE-FIN.
           IF SQLCODE = ZERO
              MOVE WS-SOLDE TO WS-SOLDE-REPORT
           END-IF.
           MOVE WS-COMPTE-PIVOT TO WS-NUMCPT.
           PERFORM 2040-LIRE-COMPTE-DEB
              THRU 2040-LIRE-COMPTE-FIN.
           IF SQLCODE = ZERO AND WS-SOLDE NOT = ZERO
              DISPLAY '*** COMPTE PIVOT ' WS-COMPTE-PIVOT
                      ' NON SOLDE'
              MOVE 'N' TO WS-CLOTURABLE
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-NB-LIGNES-SQL
                FROM ADCDC.CPTE1
               WHERE SOLDE <> 0
                 AND STATUT = 'G'
           END-EXEC.
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ANOMALIE COMPTAGE COMPTES GELES : '
                      WS-SQLCODE
              PERFORM 9999-ERREUR-SQL-DEB
                 THRU 9999-ERREUR-SQL-FIN
           END-IF.
           IF WS-NB-LIGNES-SQL > 0
              DISPLAY '*** ' WS-NB-LIGNES-SQL ' COMPTE(S) GELE(S) '
                      'AVEC SOLDE : DEGELER PAR CPTMAINT'
              MOVE 'N' TO WS-CLOTURABLE
           END-IF.
       2030-CONTROLER-COMPTES-FIN. EXIT.

       2040-LIRE-COMPTE-DEB.
           MOVE WS-NUMCPT TO WS-NUMCPT-ED.
           EXEC SQL
              SELECT SOLDE, STATUT
                INTO :WS-SOLDE, :WS-STATUT
                FROM ADCDC.CPTE1
               WHERE NUMCPT = :WS-NUMCPT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY '*** COMPTE ' WS-NUMCPT-ED
                         ' ABSENT DE CPTE1 : CREER PAR CPTMAINT'
                 MOVE 'N' TO WS-CLOTURABLE
              WHEN SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE SELECT COMPTE '
                         WS-NUMCPT-ED ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-SQL-DEB
                    THRU 9999-ERREUR-SQL-FIN
              WHEN WS-STATUT = 'F' OR WS-STATUT = 'G'
                 DISPLAY '*** COMPTE ' WS-NUMCPT-ED
                         ' FERME OU GELE'
                 MOVE 'N' TO WS-CLOTURABLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2040-LIRE-COMPTE-FIN. EXIT.

      * LOT DE CLOTURE : CHAQUE COMPTE DE RESULTAT EST SOLDE DANS
      * LE REPORT A NOUVEAU, CHAQUE COMPTE DE BILAN DANS LE PIVOT ;
      * LE LOT D'A-NOUVEAUX ROUVRE LES SOLDES DE BILAN CONTRE LE
      * PIVOT. LE REPORT A NOUVEAU EST TRAITE EN DERNIER, AVEC LE
      * RESULTAT DE L'EXERCICE.
       3000-PREPARER-LOTS-DEB.
           OPEN OUTPUT FLOT-CLOTURE.
           OPEN OUTPUT FLOT-OUVERTURE.
           IF WS-FS-CLO NOT = '00' OR WS-FS-OUV NOT = '00'
              DISPLAY 'LOTS DE CLOTURE INACCESSIBLES : '
                      WS-FS-CLO ' / ' WS-FS-OUV
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           EXEC SQL
              OPEN CSOLDES
           END-EXEC.
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ANOMALIE OUVERTURE CSOLDES ' WS-SQLCODE
              PERFORM 9999-ERREUR-SQL-DEB
                 THRU 9999-ERREUR-SQL-FIN
           END-IF.
           PERFORM 3010-UN-SOLDE-DEB
              THRU 3010-UN-SOLDE-FIN
              UNTIL SQLCODE NOT = ZERO.
           EXEC SQL
              CLOSE CSOLDES
           END-EXEC.

      *    TRANSFERT DU RESULTAT AU REPORT A NOUVEAU, PUIS REPORT
      *    A NOUVEAU SOLDE ET ROUVERT COMME UN COMPTE DE BILAN.
           IF WS-RESULTAT NOT = ZERO
              COMPUTE WS-SOLDE-A-SOLDER = ZERO - WS-RESULTAT
              MOVE WS-COMPTE-REPORT TO WS-NUMCPT-ED
              PERFORM 3100-SOLDER-CLOTURE-DEB
                 THRU 3100-SOLDER-CLOTURE-FIN
           END-IF.
           ADD WS-RESULTAT TO WS-SOLDE-REPORT.
           IF WS-SOLDE-REPORT NOT = ZERO
              MOVE WS-SOLDE-REPORT  TO WS-SOLDE-A-SOLDER
              MOVE WS-COMPTE-REPORT TO WS-NUMCPT-ED
              PERFORM 3200-SOLDER-BILAN-DEB
                 THRU 3200-SOLDER-BILAN-FIN
           END-IF.
      *    CONTREPARTIE DES COMPTES DE BILAN SUR LE PIVOT (NULLE
      *    QUAND CPTE1 S'EQUILIBRE DANS SON ENSEMBLE).
           IF WS-TOTAL-BILAN NOT = ZERO
              COMPUTE WS-SOLDE-A-SOLDER = ZERO - WS-TOTAL-BILAN
              MOVE WS-COMPTE-PIVOT TO WS-NUMCPT-ED
              PERFORM 3200-SOLDER-BILAN-DEB
                 THRU 3200-SOLDER-BILAN-FIN
           END-IF.
           CLOSE FLOT-CLOTURE.
           CLOSE FLOT-OUVERTURE.

           DISPLAY '------------------------------------------------'.
           MOVE WS-RESULTAT TO WS-ED-SOLDE.
           IF WS-RESULTAT < ZERO
              DISPLAY 'RESULTAT DE L''EXERCICE : ' WS-ED-SOLDE
                      ' (PERTE)'
           ELSE
              DISPLAY 'RESULTAT DE L''EXERCICE : ' WS-ED-SOLDE
                      ' (BENEFICE)'
           END-IF.
           MOVE WS-SOLDE-REPORT TO WS-ED-SOLDE.
           DISPLAY 'REPORT A NOUVEAU ' WS-COMPTE-REPORT
                   ' APRES AFFECTATION : ' WS-ED-SOLDE.
           DISPLAY 'LOT DE CLOTURE    ' WS-PIECE-CLOTURE ' : '
                   WS-NB-LIGNES-CLO ' LIGNE(S)'.
           DISPLAY 'LOT D''A-NOUVEAUX ' WS-PIECE-OUVERTURE ' : '
                   WS-NB-LIGNES-OUV ' LIGNE(S)'.
      *    CPTPOST NE JOURNALISE QUE 500 MOUVEMENTS PAR LOT.
           IF WS-NB-LIGNES-CLO > 500 OR WS-NB-LIGNES-OUV > 500
              DISPLAY 'LOT DE PLUS DE 500 MOUVEMENTS, '
                      'IMPUTATION PAR CPTPOST IMPOSSIBLE'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           DISPLAY 'IMPUTER FMVTCLO PAR CPTPOST AVEC DATECPT='
                   WS-EXERCICE '1231,'.
           DISPLAY 'PUIS FMVTOUV AVEC DATECPT=' WS-EXERCICE-SUIVANT
                   '0101, PUIS PHASECLO=V.'
           MOVE SPACES TO WS-MSG-AUDIT.
           STRING 'CLOTURE ' WS-EXERCICE ' LOTS PREPARES'
                  DELIMITED BY SIZE
                  INTO WS-MSG-AUDIT
           END-STRING.
           PERFORM 8000-JOURNALISER-DEB
              THRU 8000-JOURNALISER-FIN.
       3000-PREPARER-LOTS-FIN. EXIT.

       3010-UN-SOLDE-DEB.
           EXEC SQL
              FETCH CSOLDES
              INTO :WS-NUMCPT, :WS-SOLDE, :WS-STATUT
           END-EXEC.
           IF SQLCODE NOT = 100
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE FETCH CSOLDES ' WS-SQLCODE
                 PERFORM 9999-ERREUR-SQL-DEB
                    THRU 9999-ERREUR-SQL-FIN
              END-IF
              MOVE WS-NUMCPT TO WS-NUMCPT-ED
              IF WS-NUMCPT-ED NOT = WS-COMPTE-REPORT
                 AND WS-NUMCPT-ED NOT = WS-COMPTE-PIVOT
                 MOVE WS-SOLDE TO WS-SOLDE-A-SOLDER
                 EVALUATE WS-CLASSE
                    WHEN 6
                    WHEN 7
                       ADD WS-SOLDE TO WS-RESULTAT
                       PERFORM 3100-SOLDER-CLOTURE-DEB
                          THRU 3100-SOLDER-CLOTURE-FIN
                    WHEN 1 THRU 5
                       PERFORM 3200-SOLDER-BILAN-DEB
                          THRU 3200-SOLDER-BILAN-FIN
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
       3010-UN-SOLDE-FIN. EXIT.

      * MOUVEMENT QUI RAMENE A ZERO LE SOLDE WS-SOLDE-A-SOLDER DU
      * COMPTE WS-NUMCPT-ED : UN SOLDE POSITIF EST DEBITE, UN
      * SOLDE NEGATIF CREDITE.
       3100-SOLDER-CLOTURE-DEB.
           MOVE SPACES TO FS-ENR-CLO.
           MOVE WS-NUMCPT-ED TO FS-CLO-NUMCPT.
           IF WS-SOLDE-A-SOLDER > ZERO
              MOVE 'D' TO FS-CLO-SENS
              MOVE WS-SOLDE-A-SOLDER TO FS-CLO-MONTANT
           ELSE
              MOVE 'C' TO FS-CLO-SENS
              COMPUTE FS-CLO-MONTANT = ZERO - WS-SOLDE-A-SOLDER
           END-IF.
           MOVE WS-PIECE-CLOTURE TO FS-CLO-PIECE.
           WRITE FS-ENR-CLO.
           ADD 1 TO WS-NB-LIGNES-CLO.
       3100-SOLDER-CLOTURE-FIN. EXIT.

      * COMPTE DE BILAN : SOLDE A LA CLOTURE, ROUVERT A L'IDENTIQUE
      * DANS LE LOT D'A-NOUVEAUX.
       3200-SOLDER-BILAN-DEB.
           PERFORM 3100-SOLDER-CLOTURE-DEB
              THRU 3100-SOLDER-CLOTURE-FIN.
           IF WS-NUMCPT-ED NOT = WS-COMPTE-PIVOT
              ADD WS-SOLDE-A-SOLDER TO WS-TOTAL-BILAN
           END-IF.
           MOVE SPACES TO FS-ENR-OUV.
           MOVE WS-NUMCPT-ED TO FS-OUV-NUMCPT.
           IF WS-SOLDE-A-SOLDER > ZERO
              MOVE 'C' TO FS-OUV-SENS
              MOVE WS-SOLDE-A-SOLDER TO FS-OUV-MONTANT
           ELSE
              MOVE 'D' TO FS-OUV-SENS
              COMPUTE FS-OUV-MONTANT = ZERO - WS-SOLDE-A-SOLDER
           END-IF.
           MOVE WS-PIECE-OUVERTURE TO FS-OUV-PIECE.
           WRITE FS-ENR-OUV.
           ADD 1 TO WS-NB-LIGNES-OUV.
       3200-SOLDER-BILAN-FIN. EXIT.

      * VERROUILLAGE : LES DEUX LOTS DOIVENT ETRE AU JOURNAL ET
      * LES COMPTES DE RESULTAT A ZERO DANS CPTE1.
       5000-VERROUILLER-DEB.
           IF WS-CLOTURE-AU-JOURNAL NOT = 'O'
              OR WS-OUVERTURE-AU-JOURNAL NOT = 'O'
              DISPLAY 'LOTS ' WS-PIECE-CLOTURE ' ET '
                      WS-PIECE-OUVERTURE ' NON IMPUTES'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-NB-LIGNES-SQL
                FROM ADCDC.CPTE1
               WHERE NUMCPT BETWEEN 600000 AND 799999
                 AND SOLDE <> 0
           END-EXEC.
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ANOMALIE COMPTAGE COMPTES DE RESULTAT : '
                      WS-SQLCODE
              PERFORM 9999-ERREUR-SQL-DEB
                 THRU 9999-ERREUR-SQL-FIN
           END-IF.
           IF WS-NB-LIGNES-SQL > 0
              DISPLAY WS-NB-LIGNES-SQL ' COMPTE(S) DE RESULTAT NON '
                      'SOLDE(S), VERROUILLAGE REFUSE'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           OPEN EXTEND FEXERCICES.
           IF WS-FS-EXE NOT = '00'
              OPEN OUTPUT FEXERCICES
           END-IF.
           MOVE SPACES       TO FS-ENR-EXERCICE.
           MOVE WS-EXERCICE  TO FS-EXE-EXERCICE.
           MOVE 'V'          TO FS-EXE-STATUT.
           MOVE WS-DATE-JOUR TO FS-EXE-DATE.
           MOVE WS-OPERATEUR TO FS-EXE-OPERATEUR.
           WRITE FS-ENR-EXERCICE.
           CLOSE FEXERCICES.
           DISPLAY 'EXERCICE ' WS-EXERCICE ' VERROUILLE PAR '
                   WS-OPERATEUR.
           MOVE SPACES TO WS-MSG-AUDIT.
           STRING 'CLOTURE ' WS-EXERCICE ' EXERCICE VERROUILLE'
                  DELIMITED BY SIZE
                  INTO WS-MSG-AUDIT
           END-STRING.
           PERFORM 8000-JOURNALISER-DEB
              THRU 8000-JOURNALISER-FIN.
       5000-VERROUILLER-FIN. EXIT.

       8000-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'           TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'           TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE WS-MSG-AUDIT  TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       8000-JOURNALISER-FIN. EXIT.

       9998-FIN-NORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*     FIN NORMALE DU PROGRAMME CPTCLOAN        *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9998-FIN-NORMALE-FIN. EXIT.

       9990-FIN-ANORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
            DISPLAY '*     FIN ANORMALE DU PROGRAMME CPTCLOAN       *'
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

       END PROGRAM CPTCLOAN.
