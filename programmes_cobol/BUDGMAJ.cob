       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMAJ.

      *********************************************************
      *     TENUE DU BUDGET PAR COMPTE ET PAR MOIS.
      *
      *     LA DIRECTION TENAIT SON BUDGET SUR TABLEUR ET LE
      *     COMPARAIT A LA MAIN AUX REALISATIONS. LE BUDGET EST
      *     DESORMAIS TENU DANS FBUDGET (COMPTE, PERIODE AAAAMM,
      *     VERSION, MONTANT, DATE DE SAISIE, OPERATEUR),
      *     ALIMENTE EN AJOUT CHRONOLOGIQUE COMME LE REGISTRE
      *     DES PARAMETRES : POUR UN COMPTE, UN MOIS ET UNE
      *     VERSION, LA DERNIERE LIGNE FAIT FOI ET L'HISTORIQUE
      *     DES SAISIES RESTE LISIBLE. CE PROGRAMME APPLIQUE LE
      *     FICHIER DE TRANSACTIONS FBUDMVT (COMPTE, PERIODE,
      *     VERSION, MONTANT, OPERATEUR) :
      *       - VERSION 'I' = BUDGET INITIAL, 'R' = BUDGET
      *         REVISE ; L'EDITION BUDGREAL RETIENT LE REVISE
      *         QUAND IL EXISTE, SINON L'INITIAL,
      *       - LE MONTANT EST EXPRIME DANS LE SENS NATUREL DU
      *         COMPTE (CHARGE A DEPENSER, PRODUIT A REALISER),
      *       - CHAQUE TRANSACTION EST VALIDEE (COMPTE ET
      *         MONTANT NUMERIQUES, MOIS 01 A 12, VERSION I OU
      *         R) PUIS AJOUTEE AU BUDGET,
      *       - CHAQUE SAISIE EST JOURNALISEE DANS FAUDITLOG VIA
      *         ERRLOG AVEC SON OPERATEUR.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FBUDGETS ASSIGN TO FBUDGET
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BUDGET.
           SELECT FIC-TRANSACTIONS ASSIGN TO FBUDMVT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRX.

       DATA DIVISION.
       FILE SECTION.
       FD FBUDGETS.
       01  FS-ENR-BUDGET.
           05 FS-BUD-NUMCPT    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-BUD-PERIODE   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-BUD-VERSION   PIC X(1).
           05 FILLER PIC X(1).
           05 FS-BUD-MONTANT   PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 FS-BUD-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-BUD-OPERATEUR PIC X(8).

       FD FIC-TRANSACTIONS RECORDING MODE IS F.
       01  FS-ENR-TRX.
           05 FS-TRX-NUMCPT    PIC 9(6).
           05 FS-TRX-NUMCPT-X REDEFINES FS-TRX-NUMCPT PIC X(6).
           05 FILLER PIC X(1).
           05 FS-TRX-PERIODE   PIC 9(6).
           05 FS-TRX-PERIODE-X REDEFINES FS-TRX-PERIODE.
              10 FS-TRX-AAAA-X PIC X(4).
              10 FS-TRX-MM     PIC 99.
           05 FILLER PIC X(1).
           05 FS-TRX-VERSION   PIC X(1).
           05 FILLER PIC X(1).
           05 FS-TRX-MONTANT   PIC 9(9)V99.
           05 FS-TRX-MONTANT-X REDEFINES FS-TRX-MONTANT PIC X(11).
           05 FILLER PIC X(1).
           05 FS-TRX-OPERATEUR PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'BUDGMAJ'.
       01  WS-FS-BUDGET  PIC XX.
       01  WS-STATUS-TRX PIC XX.
       01  WS-DATE-JOUR  PIC 9(8).
       01  WS-MSG-AUDIT  PIC X(40).
       01  WS-MONTANT-ED PIC ZZZZZZZZ9.99.

       01  WS-COMPTEURS.
           05 WS-NB-TRX-LUES    PIC 9(5) VALUE 0.
           05 WS-NB-APPLIQUEES  PIC 9(5) VALUE 0.
           05 WS-NB-REJETEES    PIC 9(5) VALUE 0.

      * JOURNALISATION CENTRALE DES SAISIES, MEME CONVENTION
      * D'APPEL QUE DANS LES AUTRES PROGRAMMES.
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
       0000-BUDGMAJ-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           OPEN INPUT FIC-TRANSACTIONS.
           IF WS-STATUS-TRX NOT = '00'
              DISPLAY 'AUCUNE TRANSACTION DE BUDGET'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN EXTEND FBUDGETS.
           IF WS-FS-BUDGET NOT = '00'
              OPEN OUTPUT FBUDGETS
           END-IF.
           PERFORM 1000-UNE-TRANSACTION-DEB
              THRU 1000-UNE-TRANSACTION-FIN
              UNTIL WS-STATUS-TRX NOT = '00'.
           CLOSE FIC-TRANSACTIONS.
           CLOSE FBUDGETS.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-BUDGMAJ-FIN.
           EXIT.

       1000-UNE-TRANSACTION-DEB.
           READ FIC-TRANSACTIONS
              AT END
                 MOVE '10' TO WS-STATUS-TRX
           END-READ.
           IF WS-STATUS-TRX = '00'
              ADD 1 TO WS-NB-TRX-LUES
              EVALUATE TRUE
                 WHEN FS-TRX-NUMCPT-X NOT NUMERIC
                    OR FS-TRX-NUMCPT = ZERO
                    ADD 1 TO WS-NB-REJETEES
                    DISPLAY 'TRANSACTION REJETEE, COMPTE '
                            'INVALIDE : ' FS-TRX-NUMCPT-X
                 WHEN FS-TRX-AAAA-X NOT NUMERIC
                    OR FS-TRX-MM < 1 OR FS-TRX-MM > 12
                    ADD 1 TO WS-NB-REJETEES
                    DISPLAY 'TRANSACTION REJETEE, PERIODE '
                            'INVALIDE : ' FS-TRX-NUMCPT-X
                 WHEN FS-TRX-VERSION NOT = 'I'
                    AND FS-TRX-VERSION NOT = 'R'
                    ADD 1 TO WS-NB-REJETEES
                    DISPLAY 'TRANSACTION REJETEE, VERSION '
                            'INCONNUE : ' FS-TRX-NUMCPT-X
                 WHEN FS-TRX-MONTANT-X NOT NUMERIC
                    ADD 1 TO WS-NB-REJETEES
                    DISPLAY 'TRANSACTION REJETEE, MONTANT '
                            'NON NUMERIQUE : ' FS-TRX-NUMCPT-X
                 WHEN OTHER
                    PERFORM 2000-APPLIQUER-DEB
                       THRU 2000-APPLIQUER-FIN
              END-EVALUATE
           END-IF.
       1000-UNE-TRANSACTION-FIN.
           EXIT.

       2000-APPLIQUER-DEB.
           MOVE SPACES TO FS-ENR-BUDGET.
           MOVE FS-TRX-NUMCPT    TO FS-BUD-NUMCPT.
           MOVE FS-TRX-PERIODE   TO FS-BUD-PERIODE.
           MOVE FS-TRX-VERSION   TO FS-BUD-VERSION.
           MOVE FS-TRX-MONTANT   TO FS-BUD-MONTANT.
           MOVE WS-DATE-JOUR     TO FS-BUD-DATE.
           MOVE FS-TRX-OPERATEUR TO FS-BUD-OPERATEUR.
           WRITE FS-ENR-BUDGET.
           ADD 1 TO WS-NB-APPLIQUEES.
           MOVE FS-TRX-MONTANT TO WS-MONTANT-ED.
           DISPLAY 'BUDGET POSE : ' FS-TRX-NUMCPT ' '
                   FS-TRX-PERIODE ' ' FS-TRX-VERSION ' = '
                   WS-MONTANT-ED.
           MOVE SPACES TO WS-MSG-AUDIT.
           STRING 'BUDGET ' FS-TRX-NUMCPT ' ' FS-TRX-PERIODE
                  ' ' FS-TRX-VERSION ' = ' WS-MONTANT-ED
                  DELIMITED BY SIZE INTO WS-MSG-AUDIT
           END-STRING.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'           TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'           TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE FS-TRX-OPERATEUR
             TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           MOVE WS-MSG-AUDIT  TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       2000-APPLIQUER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'TENUE DU BUDGET PAR COMPTE ET MOIS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'TRANSACTIONS LUES      : ' WS-NB-TRX-LUES.
           DISPLAY 'TRANSACTIONS APPLIQUEES: ' WS-NB-APPLIQUEES.
           DISPLAY 'TRANSACTIONS REJETEES  : ' WS-NB-REJETEES.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM BUDGMAJ.
