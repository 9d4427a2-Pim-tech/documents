       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGREAL.

      *===============================================================*
      *     BUDGET CONTRE REALISE PAR COMPTE ET PAR MOIS.             *
      *                                                               *
      *     LE REALISE PAR COMPTE ET PAR PERIODE EST DANS LE JOURNAL  *
      *     D'IMPUTATION (FIMPJRNL, TENU PAR CPTPOST), LE BUDGET DANS *
      *     FBUDGET (TENU PAR BUDGMAJ). POUR LE MOIS DEMANDE          *
      *     (MOISCPT, A DEFAUT LE MOIS EN COURS), L'EDITION DONNE     *
      *     PAR COMPTE PUIS PAR CLASSE (PREMIER CHIFFRE DU NUMERO) :  *
      *       - REALISE DU MOIS, BUDGET DU MOIS, ECART,               *
      *       - REALISE CUMULE DEPUIS JANVIER, BUDGET CUMULE, ECART.  *
      *     LE BUDGET RETENU POUR UN MOIS EST LE REVISE ('R') QUAND   *
      *     IL EXISTE, SINON L'INITIAL ('I') ; LA DERNIERE SAISIE     *
      *     D'UNE VERSION FAIT FOI.                                   *
      *     LE REALISE EST PRIS DANS LE SENS NATUREL DU COMPTE : LES  *
      *     CREDITS MOINS LES DEBITS POUR LES PRODUITS (CLASSE 7),    *
      *     LES DEBITS MOINS LES CREDITS POUR LES AUTRES CLASSES.     *
      *     UN COMPTE DONT LE REALISE DEPASSE LE BUDGET DE PLUS DE    *
      *     SEUILBUD POUR CENT (REGISTRE GETPARM, TROIS CHIFFRES,     *
      *     DEFAUT 010) EST SIGNALE, SUR LE MOIS (*MOIS) ET/OU LE     *
      *     CUMUL (*CUMUL) ;                                          *
      *     UN REALISE SANS BUDGET EST SIGNALE HORS BUDGET.           *
      *===============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FJOURNAL-IMPUT ASSIGN TO FIMPJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JRN.
           SELECT FBUDGETS ASSIGN TO FBUDGET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BUD.
       DATA DIVISION.
       FILE SECTION.
       FD FJOURNAL-IMPUT.
       01 FS-ENR-JRN-IMPUT.
          05 FS-JRN-DATE    PIC 9(8).
          05 FS-JRN-DATE-R REDEFINES FS-JRN-DATE.
             10 FS-JRN-AAAA PIC 9(4).
             10 FS-JRN-MM   PIC 99.
             10 FILLER      PIC 99.
          05 FILLER PIC X(1).
          05 FS-JRN-NUMCPT  PIC 9(6).
          05 FS-JRN-NUMCPT-R REDEFINES FS-JRN-NUMCPT.
             10 FS-JRN-CLASSE PIC 9.
             10 FILLER        PIC 9(5).
          05 FILLER PIC X(1).
          05 FS-JRN-SENS    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-JRN-MONTANT PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-JRN-PIECE   PIC X(10).
       FD FBUDGETS.
       01 FS-ENR-BUDGET.
          05 FS-BUD-NUMCPT    PIC 9(6).
          05 FILLER PIC X(1).
          05 FS-BUD-PERIODE   PIC 9(6).
          05 FS-BUD-PERIODE-R REDEFINES FS-BUD-PERIODE.
             10 FS-BUD-AAAA   PIC 9(4).
             10 FS-BUD-MM     PIC 99.
          05 FILLER PIC X(1).
          05 FS-BUD-VERSION   PIC X(1).
          05 FILLER PIC X(1).
          05 FS-BUD-MONTANT   PIC 9(9)V99.
          05 FILLER PIC X(1).
          05 FS-BUD-DATE      PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-BUD-OPERATEUR PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-PROGRAM-ID         PIC X(8) VALUE 'BUDGREAL'.
       01 WS-FS-JRN             PIC XX.
       01 WS-FS-BUD             PIC XX.

       01 WS-MOIS-EDITION PIC 9(6).
       01 WS-MOIS-EDITION-R REDEFINES WS-MOIS-EDITION.
          05 WS-EDITION-AAAA PIC 9(4).
          05 WS-EDITION-MM   PIC 99.
       01 WS-MOIS-SAISI   PIC X(6).
       01 WS-DATE-JOUR.
          05 WS-DATE-JOUR-MOIS PIC 9(6).
          05 FILLER            PIC 99.
       01 WS-SEUIL        PIC 9(3) VALUE 10.
       01 WS-COEF-SEUIL   PIC 9(4).

      * REALISE ET BUDGET PAR COMPTE ET PAR MOIS DE L'ANNEE,
      * TABLE TENUE DANS L'ORDRE DES NUMEROS DE COMPTE.
       01 WS-COMPTES.
          05 WS-NB-COMPTES PIC 9(3) VALUE 0.
          05 WS-CPT OCCURS 300 TIMES.
             10 WS-CPT-NUM     PIC 9(6).
             10 WS-CPT-NUM-R REDEFINES WS-CPT-NUM.
                15 WS-CPT-CLASSE PIC 9.
                15 FILLER        PIC 9(5).
             10 WS-CPT-MOIS OCCURS 12 TIMES.
                15 WS-CPT-REEL     PIC S9(11)V99.
                15 WS-CPT-BUD-INI  PIC 9(9)V99.
                15 WS-CPT-BUD-REV  PIC 9(9)V99.
                15 WS-CPT-REVISE   PIC X.
       01 WS-IND-CPT        PIC 9(3).
       01 WS-IND-CPT-TROUVE PIC 9(3).
       01 WS-IND-INSERTION  PIC 9(3).
       01 WS-IND-DECALAGE   PIC 9(3).
       01 WS-IND-MOIS       PIC 99.
       01 WS-NUMCPT-CHERCHE PIC 9(6).

      * LIGNE EN COURS D'EDITION (COMPTE OU CLASSE).
       01 WS-LIGNE.
          05 WS-LIG-REEL-MOIS  PIC S9(11)V99.
          05 WS-LIG-BUD-MOIS   PIC S9(11)V99.
          05 WS-LIG-REEL-CUMUL PIC S9(11)V99.
          05 WS-LIG-BUD-CUMUL  PIC S9(11)V99.
       01 WS-CLASSE-LIGNE.
          05 WS-CLA-REEL-MOIS  PIC S9(11)V99.
          05 WS-CLA-BUD-MOIS   PIC S9(11)V99.
          05 WS-CLA-REEL-CUMUL PIC S9(11)V99.
          05 WS-CLA-BUD-CUMUL  PIC S9(11)V99.
       01 WS-CLASSE-COURANTE PIC 9.
       01 WS-PREMIERE-LIGNE  PIC X VALUE 'O'.
       01 WS-ECART           PIC S9(11)V99.
       01 WS-PLAFOND         PIC S9(13)V99.
       01 WS-REEL-CENTUPLE   PIC S9(13)V99.
       01 WS-SIGNAL          PIC X(20).
       01 WS-NB-SIGNALES     PIC 9(3) VALUE ZERO.

       01 WS-ED-REEL-MOIS    PIC -(9)9.99.
       01 WS-ED-BUD-MOIS     PIC -(9)9.99.
       01 WS-ED-ECART-MOIS   PIC -(9)9.99.
       01 WS-ED-REEL-CUMUL   PIC -(9)9.99.
       01 WS-ED-BUD-CUMUL    PIC -(9)9.99.
       01 WS-ED-ECART-CUMUL  PIC -(9)9.99.

      * SEUIL DE DEPASSEMENT LU DANS LE REGISTRE DES PARAMETRES.
       01 WS-SOUS-PROG-GETPARM PIC X(8) VALUE 'GETPARM'.
       01 WS-LIEN-GETPARM.
          05 WS-LIEN-GETPARM-IN.
             10 WS-LIEN-GETPARM-IN-PROGRAMME PIC X(8).
             10 WS-LIEN-GETPARM-IN-PARAMETRE PIC X(12).
          05 WS-LIEN-GETPARM-OU.
             10 WS-LIEN-GETPARM-OU-VALEUR PIC X(20).
             10 WS-LIEN-GETPARM-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-BUDGREAL-DEB.
           DISPLAY '************************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME BUDGREAL              *'.
           DISPLAY '************************************************'.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT "MOISCPT"
              ON EXCEPTION
                 MOVE SPACES TO WS-MOIS-SAISI
           END-ACCEPT.
           IF WS-MOIS-SAISI = SPACES
              MOVE WS-DATE-JOUR-MOIS TO WS-MOIS-EDITION
           ELSE
              MOVE WS-MOIS-SAISI TO WS-MOIS-EDITION
           END-IF.
           IF WS-EDITION-MM < 1 OR WS-EDITION-MM > 12
              DISPLAY 'MOISCPT INVALIDE : ' WS-MOIS-SAISI
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'SEUILBUD'    TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              AND WS-LIEN-GETPARM-OU-VALEUR(1:3) IS NUMERIC
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:3) TO WS-SEUIL
           END-IF.
           COMPUTE WS-COEF-SEUIL = 100 + WS-SEUIL.

           PERFORM 1000-DEPOUILLER-JOURNAL-DEB
              THRU 1000-DEPOUILLER-JOURNAL-FIN.
           PERFORM 2000-CHARGER-BUDGET-DEB
              THRU 2000-CHARGER-BUDGET-FIN.
           PERFORM 3000-EDITER-DEB
              THRU 3000-EDITER-FIN.
           PERFORM 9998-FIN-NORMALE-DEB
              THRU 9998-FIN-NORMALE-FIN.
       0000-BUDGREAL-FIN. EXIT.

      * REALISE DE L'ANNEE JUSQU'AU MOIS EDITE, DANS LE SENS
      * NATUREL DU COMPTE.
       1000-DEPOUILLER-JOURNAL-DEB.
           OPEN INPUT FJOURNAL-IMPUT.
           IF WS-FS-JRN NOT = '00'
              DISPLAY 'JOURNAL D''IMPUTATION INTROUVABLE : '
                      WS-FS-JRN
           ELSE
              PERFORM 1010-UNE-LIGNE-DEB
                 THRU 1010-UNE-LIGNE-FIN
                 UNTIL WS-FS-JRN NOT = '00'
              CLOSE FJOURNAL-IMPUT
           END-IF.
       1000-DEPOUILLER-JOURNAL-FIN. EXIT.

       1010-UNE-LIGNE-DEB.
           READ FJOURNAL-IMPUT
              AT END
                 MOVE '10' TO WS-FS-JRN
           END-READ.
           IF WS-FS-JRN = '00'
              IF FS-JRN-AAAA = WS-EDITION-AAAA
                 AND FS-JRN-MM NOT > WS-EDITION-MM
                 AND FS-JRN-MM NOT < 1
                 MOVE FS-JRN-NUMCPT TO WS-NUMCPT-CHERCHE
                 PERFORM 1100-TROUVER-COMPTE-DEB
                    THRU 1100-TROUVER-COMPTE-FIN
                 IF WS-IND-CPT-TROUVE NOT = 0
                    IF (FS-JRN-CLASSE = 7 AND FS-JRN-SENS = 'C')
                       OR (FS-JRN-CLASSE NOT = 7 AND FS-JRN-SENS = 'D')
                       ADD FS-JRN-MONTANT
                          TO WS-CPT-REEL(WS-IND-CPT-TROUVE, FS-JRN-MM)
                    ELSE
                       SUBTRACT FS-JRN-MONTANT
                          FROM WS-CPT-REEL(WS-IND-CPT-TROUVE, FS-JRN-MM)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1010-UNE-LIGNE-FIN. EXIT.

      * RECHERCHE DU COMPTE WS-NUMCPT-CHERCHE ; A DEFAUT IL EST
      * INSERE A SA PLACE DANS L'ORDRE DES NUMEROS.
       1100-TROUVER-COMPTE-DEB.
           MOVE 0 TO WS-IND-CPT-TROUVE.
           MOVE 0 TO WS-IND-INSERTION.
           PERFORM 1110-CHERCHER-COMPTE-DEB
              THRU 1110-CHERCHER-COMPTE-FIN
              VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-COMPTES
              OR WS-IND-INSERTION > 0.
           IF WS-IND-CPT-TROUVE NOT > 0
              IF WS-NB-COMPTES NOT < 300
                 DISPLAY 'TABLE DES COMPTES PLEINE (300), COMPTE '
                         'NON EDITE : ' WS-NUMCPT-CHERCHE
              ELSE
                 IF WS-IND-INSERTION = 0
                    COMPUTE WS-IND-INSERTION = WS-NB-COMPTES + 1
                 END-IF
                 PERFORM 1120-DECALER-COMPTE-DEB
                    THRU 1120-DECALER-COMPTE-FIN
                    VARYING WS-IND-DECALAGE FROM WS-NB-COMPTES BY -1
                    UNTIL WS-IND-DECALAGE < WS-IND-INSERTION
                 ADD 1 TO WS-NB-COMPTES
                 MOVE WS-IND-INSERTION TO WS-IND-CPT-TROUVE
                 INITIALIZE WS-CPT(WS-IND-CPT-TROUVE)
                 MOVE WS-NUMCPT-CHERCHE TO WS-CPT-NUM(WS-IND-CPT-TROUVE)
                 PERFORM 1130-RAZ-MOIS-DEB
                    THRU 1130-RAZ-MOIS-FIN
                    VARYING WS-IND-MOIS FROM 1 BY 1
                    UNTIL WS-IND-MOIS > 12
              END-IF
           END-IF.
       1100-TROUVER-COMPTE-FIN. EXIT.

       1110-CHERCHER-COMPTE-DEB.
           IF WS-CPT-NUM(WS-IND-CPT) = WS-NUMCPT-CHERCHE
              MOVE WS-IND-CPT TO WS-IND-CPT-TROUVE
              MOVE WS-IND-CPT TO WS-IND-INSERTION
           ELSE
              IF WS-CPT-NUM(WS-IND-CPT) > WS-NUMCPT-CHERCHE
                 MOVE WS-IND-CPT TO WS-IND-INSERTION
              END-IF
           END-IF.
       1110-CHERCHER-COMPTE-FIN. EXIT.

       1120-DECALER-COMPTE-DEB.
           IF WS-IND-DECALAGE > 0
              MOVE WS-CPT(WS-IND-DECALAGE)
                TO WS-CPT(WS-IND-DECALAGE + 1)
           END-IF.
       1120-DECALER-COMPTE-FIN. EXIT.

       1130-RAZ-MOIS-DEB.
           MOVE ZERO TO WS-CPT-REEL(WS-IND-CPT-TROUVE, WS-IND-MOIS).
           MOVE ZERO
             TO WS-CPT-BUD-INI(WS-IND-CPT-TROUVE, WS-IND-MOIS).
           MOVE ZERO
             TO WS-CPT-BUD-REV(WS-IND-CPT-TROUVE, WS-IND-MOIS).
           MOVE 'N' TO WS-CPT-REVISE(WS-IND-CPT-TROUVE, WS-IND-MOIS).
       1130-RAZ-MOIS-FIN. EXIT.

      * BUDGET DE L'ANNEE JUSQU'AU MOIS EDITE : LE FICHIER EST
      * CHRONOLOGIQUE, LA DERNIERE SAISIE D'UNE VERSION ECRASE
      * LES PRECEDENTES.
       2000-CHARGER-BUDGET-DEB.
           OPEN INPUT FBUDGETS.
           IF WS-FS-BUD NOT = '00'
              DISPLAY 'AUCUN BUDGET SAISI (FBUDGET)'
           ELSE
              PERFORM 2010-UNE-LIGNE-BUDGET-DEB
                 THRU 2010-UNE-LIGNE-BUDGET-FIN
                 UNTIL WS-FS-BUD NOT = '00'
              CLOSE FBUDGETS
           END-IF.
       2000-CHARGER-BUDGET-FIN. EXIT.

       2010-UNE-LIGNE-BUDGET-DEB.
           READ FBUDGETS
              AT END
                 MOVE '10' TO WS-FS-BUD
           END-READ.
           IF WS-FS-BUD = '00'
              IF FS-BUD-AAAA = WS-EDITION-AAAA
                 AND FS-BUD-MM NOT > WS-EDITION-MM
                 AND FS-BUD-MM NOT < 1
                 MOVE FS-BUD-NUMCPT TO WS-NUMCPT-CHERCHE
                 PERFORM 1100-TROUVER-COMPTE-DEB
                    THRU 1100-TROUVER-COMPTE-FIN
                 IF WS-IND-CPT-TROUVE NOT = 0
                    IF FS-BUD-VERSION = 'R'
                       MOVE FS-BUD-MONTANT
                         TO WS-CPT-BUD-REV(WS-IND-CPT-TROUVE, FS-BUD-MM)
                       MOVE 'O'
                         TO WS-CPT-REVISE(WS-IND-CPT-TROUVE, FS-BUD-MM)
                    ELSE
                       MOVE FS-BUD-MONTANT
                         TO WS-CPT-BUD-INI(WS-IND-CPT-TROUVE, FS-BUD-MM)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2010-UNE-LIGNE-BUDGET-FIN. EXIT.

       3000-EDITER-DEB.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'BUDGET CONTRE REALISE -- PERIODE '
                   WS-MOIS-EDITION ' -- SEUIL ' WS-SEUIL ' %'.
           DISPLAY '================================================'.
           DISPLAY 'COMPTE      REEL MOIS    BUDGET MOIS          '
                   'ECART     REEL CUMUL   BUDGET CUMUL          '
                   'ECART'.
           PERFORM 3010-LIGNE-COMPTE-DEB
              THRU 3010-LIGNE-COMPTE-FIN
              VARYING WS-IND-CPT FROM 1 BY 1
              UNTIL WS-IND-CPT > WS-NB-COMPTES.
           IF WS-PREMIERE-LIGNE = 'N'
              PERFORM 3100-LIGNE-CLASSE-DEB
                 THRU 3100-LIGNE-CLASSE-FIN
           END-IF.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'COMPTES EDITES          : ' WS-NB-COMPTES.
           DISPLAY 'COMPTES EN DEPASSEMENT  : ' WS-NB-SIGNALES.
       3000-EDITER-FIN. EXIT.

       3010-LIGNE-COMPTE-DEB.
           IF WS-PREMIERE-LIGNE = 'N'
              AND WS-CPT-CLASSE(WS-IND-CPT) NOT = WS-CLASSE-COURANTE
              PERFORM 3100-LIGNE-CLASSE-DEB
                 THRU 3100-LIGNE-CLASSE-FIN
           END-IF.
           IF WS-PREMIERE-LIGNE = 'O'
              OR WS-CPT-CLASSE(WS-IND-CPT) NOT = WS-CLASSE-COURANTE
              MOVE 'N' TO WS-PREMIERE-LIGNE
              MOVE WS-CPT-CLASSE(WS-IND-CPT) TO WS-CLASSE-COURANTE
              MOVE ZERO TO WS-CLASSE-LIGNE
              DISPLAY '------------------------------------------------'
              DISPLAY 'CLASSE ' WS-CLASSE-COURANTE
           END-IF.
           MOVE ZERO TO WS-LIGNE.
           PERFORM 3020-CUMULER-MOIS-DEB
              THRU 3020-CUMULER-MOIS-FIN
              VARYING WS-IND-MOIS FROM 1 BY 1
              UNTIL WS-IND-MOIS > WS-EDITION-MM.
           ADD WS-LIG-REEL-MOIS  TO WS-CLA-REEL-MOIS.
           ADD WS-LIG-BUD-MOIS   TO WS-CLA-BUD-MOIS.
           ADD WS-LIG-REEL-CUMUL TO WS-CLA-REEL-CUMUL.
           ADD WS-LIG-BUD-CUMUL  TO WS-CLA-BUD-CUMUL.
           PERFORM 3200-SIGNALER-DEB
              THRU 3200-SIGNALER-FIN.
           IF WS-SIGNAL NOT = SPACES
              ADD 1 TO WS-NB-SIGNALES
           END-IF.
           DISPLAY WS-CPT-NUM(WS-IND-CPT) ' '
                   WS-ED-REEL-MOIS ' ' WS-ED-BUD-MOIS ' '
                   WS-ED-ECART-MOIS ' ' WS-ED-REEL-CUMUL ' '
                   WS-ED-BUD-CUMUL ' ' WS-ED-ECART-CUMUL ' '
                   WS-SIGNAL.
       3010-LIGNE-COMPTE-FIN. EXIT.

      * BUDGET DU MOIS : LE REVISE S'IL EXISTE, SINON L'INITIAL.
       3020-CUMULER-MOIS-DEB.
           ADD WS-CPT-REEL(WS-IND-CPT, WS-IND-MOIS)
              TO WS-LIG-REEL-CUMUL.
           IF WS-CPT-REVISE(WS-IND-CPT, WS-IND-MOIS) = 'O'
              ADD WS-CPT-BUD-REV(WS-IND-CPT, WS-IND-MOIS)
                 TO WS-LIG-BUD-CUMUL
           ELSE
              ADD WS-CPT-BUD-INI(WS-IND-CPT, WS-IND-MOIS)
                 TO WS-LIG-BUD-CUMUL
           END-IF.
           IF WS-IND-MOIS = WS-EDITION-MM
              MOVE WS-CPT-REEL(WS-IND-CPT, WS-IND-MOIS)
                TO WS-LIG-REEL-MOIS
              IF WS-CPT-REVISE(WS-IND-CPT, WS-IND-MOIS) = 'O'
                 MOVE WS-CPT-BUD-REV(WS-IND-CPT, WS-IND-MOIS)
                   TO WS-LIG-BUD-MOIS
              ELSE
                 MOVE WS-CPT-BUD-INI(WS-IND-CPT, WS-IND-MOIS)
                   TO WS-LIG-BUD-MOIS
              END-IF
           END-IF.
       3020-CUMULER-MOIS-FIN. EXIT.

       3100-LIGNE-CLASSE-DEB.
           MOVE WS-CLASSE-LIGNE TO WS-LIGNE.
           PERFORM 3200-SIGNALER-DEB
              THRU 3200-SIGNALER-FIN.
           DISPLAY 'TOTAL CLASSE ' WS-CLASSE-COURANTE.
           DISPLAY '       '
                   WS-ED-REEL-MOIS ' ' WS-ED-BUD-MOIS ' '
                   WS-ED-ECART-MOIS ' ' WS-ED-REEL-CUMUL ' '
                   WS-ED-BUD-CUMUL ' ' WS-ED-ECART-CUMUL ' '
                   WS-SIGNAL.
       3100-LIGNE-CLASSE-FIN. EXIT.

      * ZONES EDITEES DE LA LIGNE EN COURS ET SIGNALEMENT DES
      * DEPASSEMENTS AU-DELA DU SEUIL (MOIS ET CUMUL).
       3200-SIGNALER-DEB.
           MOVE SPACES TO WS-SIGNAL.
           MOVE WS-LIG-REEL-MOIS  TO WS-ED-REEL-MOIS.
           MOVE WS-LIG-BUD-MOIS   TO WS-ED-BUD-MOIS.
           COMPUTE WS-ECART = WS-LIG-REEL-MOIS - WS-LIG-BUD-MOIS.
           MOVE WS-ECART          TO WS-ED-ECART-MOIS.
           MOVE WS-LIG-REEL-CUMUL TO WS-ED-REEL-CUMUL.
           MOVE WS-LIG-BUD-CUMUL  TO WS-ED-BUD-CUMUL.
           COMPUTE WS-ECART = WS-LIG-REEL-CUMUL - WS-LIG-BUD-CUMUL.
           MOVE WS-ECART          TO WS-ED-ECART-CUMUL.
           IF WS-LIG-BUD-CUMUL = ZERO
              IF WS-LIG-REEL-CUMUL > ZERO
                 MOVE '*HORS BUDGET' TO WS-SIGNAL
              END-IF
           ELSE
              COMPUTE WS-PLAFOND = WS-LIG-BUD-MOIS * WS-COEF-SEUIL
              COMPUTE WS-REEL-CENTUPLE = WS-LIG-REEL-MOIS * 100
              IF WS-REEL-CENTUPLE > WS-PLAFOND
                 MOVE '*MOIS' TO WS-SIGNAL
              END-IF
              COMPUTE WS-PLAFOND = WS-LIG-BUD-CUMUL * WS-COEF-SEUIL
              COMPUTE WS-REEL-CENTUPLE = WS-LIG-REEL-CUMUL * 100
              IF WS-REEL-CENTUPLE > WS-PLAFOND
                 IF WS-SIGNAL = SPACES
                    MOVE '*CUMUL' TO WS-SIGNAL
                 ELSE
                    MOVE '*MOIS *CUMUL' TO WS-SIGNAL
                 END-IF
              END-IF
           END-IF.
       3200-SIGNALER-FIN. EXIT.

       9998-FIN-NORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*     FIN NORMALE DU PROGRAMME BUDGREAL        *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9998-FIN-NORMALE-FIN. EXIT.

       9990-FIN-ANORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
            DISPLAY '*     FIN ANORMALE DU PROGRAMME BUDGREAL       *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9990-FIN-ANORMALE-FIN. EXIT.

       END PROGRAM BUDGREAL.
