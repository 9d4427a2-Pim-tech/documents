      *         A CPTPOST SOUS FMVTCPT) : DEBIT DU COMPTE DE
      *         STOCK, CREDIT DU COMPTE DE REEVALUATION (OU
      *         L'INVERSE POUR UNE BAISSE).
      *     LES RECEPTIONS FOURNISSEURS ACCEPTEES PAR ACHRECEP
      *     AJOUTENT AU MEME FICHIER DES TRANSACTIONS DE TYPE R
      *     (PRIX DE LA COMMANDE, QUANTITE RECUE) : LE COUT EST
      *     ALORS RECALCULE EN COUT MOYEN PONDERE -- QUANTITE EN
      *     STOCK AU COUT ACTUEL PLUS QUANTITE RECUE AU PRIX
      *     D'ACHAT, DIVISE PAR LA QUANTITE TOTALE. LE STOCK NE
      *     CHANGE PAS DE VALEUR (LA RECEPTION EST ENTREE AU PRIX
      *     PAYE) : LE DELTA JOURNALISE EST NUL ET RIEN N'EST
      *     IMPUTE. LES RECEPTIONS D'UN ARTICLE SONT APPLIQUEES
      *     DANS L'ORDRE, LA QUANTITE EN STOCK CROISSANT A CHAQUE
      *     RECEPTION ; OUTPUT.TXT EST LE STOCK DE LA VEILLE, LE
      *     PROGRAMME PASSE DONC AVANT LA CHAINE DE STOCK.
      *     LES TRANSACTIONS SAISIES (TYPE M OU A BLANC) RESTENT
      *     POSSIBLES : APPLIQUEES APRES LES RECEPTIONS, ELLES
      *     FORCENT LE COUT ET SONT MARQUEES M (FORCAGE MANUEL)
      *     DANS LE JOURNAL, LES RECALCULS ETANT MARQUES R.
      *     LES TRANSACTIONS APPLIQUEES NE DOIVENT PAS ETRE
      *     REPRISES AU RUN SUIVANT (UNE RECEPTION SERAIT
      *     MOYENNEE UNE SECONDE FOIS) : UNE NOUVELLE GENERATION
      *     COUTMVT_NEW.TXT EST ECRITE, QUI NE GARDE QUE LES
      *     TRANSACTIONS EN ATTENTE (DATE D'EFFET FUTURE) ET
      *     CELLES QUE LA TABLE EN MEMOIRE N'A PU CHARGER. LES
      *     TRANSACTIONS REJETEES OU SANS ARTICLE SONT EDITEES
      *     ET ABANDONNEES.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/coutmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRX.
           SELECT FIC-TRANSACTIONS-NOUV
              ASSIGN TO "./files/coutmvt_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRXNOUV.
           SELECT FIC-SOLDES
              ASSIGN TO "./files/output.txt"
              ORGANIZATION IS LINE SEQUENTIAL
           05 FS-ART-COUT  PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-ART-FAMILLE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-SERIALISE PIC X(1).

       FD FIC-ARTICLES-NOUV RECORDING MODE IS F.
       01  FS-ENR-ART-NOUV PIC X(24).

       FD FIC-TRANSACTIONS RECORDING MODE IS F.
       01  FS-ENR-TRX.
           05 FS-TRX-EFFET PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-TRX-OPERATEUR PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRX-TYPE  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-TRX-QTE   PIC 9(5).

       FD FIC-TRANSACTIONS-NOUV RECORDING MODE IS F.
       01  FS-ENR-TRX-NOUV PIC X(41).

       FD FIC-SOLDES RECORDING MODE IS F.
       01  FS-ENR-SOLDE.
           05 FS-JRN-DELTA    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 FS-JRN-OPERATEUR PIC X(8).
           05 FILLER PIC X(1).
           05 FS-JRN-ORIGINE  PIC X(1).

      *    MEME DECOUPAGE QUE LE FICHIER FMVTCPT DE CPTPOST.
       FD FMVT-COMPTES RECORDING MODE IS F.
       01  WS-STATUS-ART     PIC XX.
       01  WS-STATUS-ARTNOUV PIC XX.
       01  WS-STATUS-TRX     PIC XX.
       01  WS-STATUS-TRXNOUV PIC XX.
       01  WS-STATUS-SOLDES  PIC XX.
       01  WS-STATUS-JRN     PIC XX.
       01  WS-STATUS-MVTCPT  PIC XX.

      * TRANSACTIONS EN MEMOIRE, SORT : ' ' PAS VUE, 'A'
      * APPLIQUEE, 'F' EN ATTENTE (DATE D'EFFET FUTURE), 'R'
      * REJETEE, 'I' ARTICLE INTROUVABLE (CF. CMDSTATU). TYPE
      * 'M' FORCAGE MANUEL, 'R' RECEPTION (COUT MOYEN PONDERE).
       01  WS-TRANSACTIONS.
           05 WS-NB-TRX PIC 9(3) VALUE 0.
           05 WS-TRX OCCURS 500 TIMES.
               10 WS-TRX-CODE      PIC X(3).
               10 WS-TRX-DEPOT     PIC X(2).
               10 WS-TRX-COUT      PIC 9(4)V99.
               10 WS-TRX-EFFET     PIC 9(8).
               10 WS-TRX-OPERATEUR PIC X(8).
               10 WS-TRX-SORT      PIC X.
               10 WS-TRX-TYPE      PIC X.
               10 WS-TRX-QTE       PIC 9(5).
       01  WS-IND-TRX        PIC 9(3).
       01  WS-IND-TRX-TROUVE PIC 9(3).
       01  WS-TYPE-CHERCHE   PIC X.

      * SOLDES EN STOCK POUR LE DELTA DE VALORISATION.
       01  WS-SOLDES.
       01  WS-IND-SLD        PIC 9(3).
       01  WS-IND-SLD-TROUVE PIC 9(3).
       01  WS-QTE-EN-STOCK   PIC S9(5).
       01  WS-QTE-MOYENNE    PIC 9(6).
       01  WS-VALEUR-MOYENNE PIC 9(9)V99.
       01  WS-COUT-NOUVEAU   PIC 9(4)V99.

       01  WS-DELTA        PIC S9(9)V99.
       01  WS-DELTA-TOTAL  PIC S9(9)V99 VALUE 0.
           05 WS-NB-FUTURES   PIC 9(3) VALUE 0.
           05 WS-NB-REJETEES  PIC 9(3) VALUE 0.
           05 WS-NB-SANS-ART  PIC 9(3) VALUE 0.
           05 WS-NB-MOYENNES  PIC 9(3) VALUE 0.
           05 WS-NB-MANUELS   PIC 9(3) VALUE 0.
           05 WS-NB-IGNOREES  PIC 9(5) VALUE 0.
           05 WS-NB-TRX-LUES  PIC 9(5) VALUE 0.
           05 WS-NB-REPORTEES PIC 9(5) VALUE 0.

      * DEPOT DU DELTA TOTAL DANS LE RECAPITULATIF PARTAGE,
      * MEME CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
                 MOVE '10' TO WS-STATUS-TRX
           END-READ.
           IF WS-STATUS-TRX = '00'
              IF WS-NB-TRX < 500
                 ADD 1 TO WS-NB-TRX
                 MOVE FS-TRX-CODE  TO WS-TRX-CODE(WS-NB-TRX)
                 MOVE FS-TRX-DEPOT TO WS-TRX-DEPOT(WS-NB-TRX)
                 MOVE FS-TRX-OPERATEUR
                   TO WS-TRX-OPERATEUR(WS-NB-TRX)
                 MOVE SPACE TO WS-TRX-SORT(WS-NB-TRX)
                 IF FS-TRX-TYPE = 'R'
                    MOVE 'R' TO WS-TRX-TYPE(WS-NB-TRX)
                    IF FS-TRX-QTE IS NUMERIC
                       MOVE FS-TRX-QTE TO WS-TRX-QTE(WS-NB-TRX)
                    ELSE
                       MOVE 0 TO WS-TRX-QTE(WS-NB-TRX)
                    END-IF
                 ELSE
                    MOVE 'M' TO WS-TRX-TYPE(WS-NB-TRX)
                    MOVE 0 TO WS-TRX-QTE(WS-NB-TRX)
                 END-IF
      *          COUT NUL, RECEPTION SANS QUANTITE OU DATE
      *          D'EFFET FUTURE : LA TRANSACTION NE S'APPLIQUE
      *          PAS CE SOIR.
                 EVALUATE TRUE
                    WHEN FS-TRX-COUT = 0
                       MOVE 'R' TO WS-TRX-SORT(WS-NB-TRX)
                       ADD 1 TO WS-NB-REJETEES
                       DISPLAY 'TRANSACTION REJETEE, COUT NUL : '
                               FS-TRX-CODE ' ' FS-TRX-DEPOT
                    WHEN WS-TRX-TYPE(WS-NB-TRX) = 'R'
                         AND WS-TRX-QTE(WS-NB-TRX) = 0
                       MOVE 'R' TO WS-TRX-SORT(WS-NB-TRX)
                       ADD 1 TO WS-NB-REJETEES
                       DISPLAY 'TRANSACTION REJETEE, RECEPTION SANS '
                               'QUANTITE : ' FS-TRX-CODE ' '
                               FS-TRX-DEPOT
                    WHEN FS-TRX-EFFET > WS-DATE-JOUR
                       MOVE 'F' TO WS-TRX-SORT(WS-NB-TRX)
                       ADD 1 TO WS-NB-FUTURES
                       DISPLAY 'TRANSACTION EN ATTENTE, EFFET LE '
                               FS-TRX-EFFET ' : ' FS-TRX-CODE
                               ' ' FS-TRX-DEPOT
                 END-EVALUATE
              ELSE
                 ADD 1 TO WS-NB-IGNOREES
                 DISPLAY 'TABLE DES TRANSACTIONS PLEINE (500), '
                         'TRANSACTION REPORTEE : ' FS-TRX-CODE
              END-IF
           END-IF.
       1010-CHARGER-TRX-FIN.
           EXIT.

      * PASSE D'APPLICATION : LE MAITRE EST RECOPIE LIGNE A
      * LIGNE DANS LA NOUVELLE GENERATION ; LES TRANSACTIONS
      * APPLICABLES QUI VISENT LA LIGNE SONT APPLIQUEES, LES
      * RECEPTIONS D'ABORD PUIS LES FORCAGES MANUELS, CHAQUE
      * CHANGEMENT ETANT JOURNALISE.
       2000-APPLIQUER-DEB.
           OPEN INPUT FIC-ARTICLES.
           IF WS-STATUS-ART NOT = '00'
           CLOSE FIC-JOURNAL.
           DISPLAY 'BASCULER ARTICLES_NEW.TXT SUR ARTICLES.TXT '
                   'APRES CONTROLE'.
           PERFORM 2900-REPORTER-ATTENTE-DEB
              THRU 2900-REPORTER-ATTENTE-FIN.
       2000-APPLIQUER-FIN.
           EXIT.

      * NOUVELLE GENERATION DES TRANSACTIONS : LES TRANSACTIONS
      * EN ATTENTE SONT RECOPIEES, PUIS LES ENREGISTREMENTS QUE
      * LA TABLE N'A PU CHARGER (AU-DELA DU 500EME, DANS L'ORDRE
      * DU FICHIER), RELUS TELS QUELS.
       2900-REPORTER-ATTENTE-DEB.
           OPEN OUTPUT FIC-TRANSACTIONS-NOUV.
           PERFORM 2910-REPORTER-TRX-DEB
              THRU 2910-REPORTER-TRX-FIN
              VARYING WS-IND-TRX FROM 1 BY 1
              UNTIL WS-IND-TRX > WS-NB-TRX.
           IF WS-NB-IGNOREES > 0
              OPEN INPUT FIC-TRANSACTIONS
              MOVE 0 TO WS-NB-TRX-LUES
              PERFORM 2920-REPORTER-IGNOREE-DEB
                 THRU 2920-REPORTER-IGNOREE-FIN
                 UNTIL WS-STATUS-TRX NOT = '00'
              CLOSE FIC-TRANSACTIONS
           END-IF.
           CLOSE FIC-TRANSACTIONS-NOUV.
           DISPLAY WS-NB-REPORTEES ' TRANSACTION(S) REPORTEE(S)'.
           DISPLAY 'BASCULER COUTMVT_NEW.TXT SUR COUTMVT.TXT '
                   'APRES CONTROLE'.
       2900-REPORTER-ATTENTE-FIN.
           EXIT.

       2910-REPORTER-TRX-DEB.
           IF WS-TRX-SORT(WS-IND-TRX) = 'F'
              MOVE SPACES TO FS-ENR-TRX
              MOVE WS-TRX-CODE(WS-IND-TRX)  TO FS-TRX-CODE
              MOVE WS-TRX-DEPOT(WS-IND-TRX) TO FS-TRX-DEPOT
              MOVE WS-TRX-COUT(WS-IND-TRX)  TO FS-TRX-COUT
              MOVE WS-TRX-EFFET(WS-IND-TRX) TO FS-TRX-EFFET
              MOVE WS-TRX-OPERATEUR(WS-IND-TRX)
                TO FS-TRX-OPERATEUR
              MOVE WS-TRX-TYPE(WS-IND-TRX)  TO FS-TRX-TYPE
              MOVE WS-TRX-QTE(WS-IND-TRX)   TO FS-TRX-QTE
              WRITE FS-ENR-TRX-NOUV FROM FS-ENR-TRX
              ADD 1 TO WS-NB-REPORTEES
           END-IF.
       2910-REPORTER-TRX-FIN.
           EXIT.

       2920-REPORTER-IGNOREE-DEB.
           READ FIC-TRANSACTIONS
              AT END
                 MOVE '10' TO WS-STATUS-TRX
           END-READ.
           IF WS-STATUS-TRX = '00'
              ADD 1 TO WS-NB-TRX-LUES
              IF WS-NB-TRX-LUES > WS-NB-TRX
                 WRITE FS-ENR-TRX-NOUV FROM FS-ENR-TRX
                 ADD 1 TO WS-NB-REPORTEES
              END-IF
           END-IF.
       2920-REPORTER-IGNOREE-FIN.
           EXIT.

       2010-UN-ARTICLE-DEB.
           READ FIC-ARTICLES
              AT END
           END-READ.
           IF WS-STATUS-ART = '00'
              ADD 1 TO WS-NB-ART-LUS
              PERFORM 2050-QTE-EN-STOCK-DEB
                 THRU 2050-QTE-EN-STOCK-FIN
              MOVE 'R' TO WS-TYPE-CHERCHE
              PERFORM 2030-APPLIQUER-TYPE-DEB
                 THRU 2030-APPLIQUER-TYPE-FIN
              MOVE 'M' TO WS-TYPE-CHERCHE
              PERFORM 2030-APPLIQUER-TYPE-DEB
                 THRU 2030-APPLIQUER-TYPE-FIN
              WRITE FS-ENR-ART-NOUV FROM FS-ENR-ART
           END-IF.
       2010-UN-ARTICLE-FIN.

       2020-CHERCHER-TRX-DEB.
           IF WS-TRX-SORT(WS-IND-TRX) = SPACE
              AND WS-TRX-TYPE(WS-IND-TRX) = WS-TYPE-CHERCHE
              AND WS-TRX-CODE(WS-IND-TRX) = FS-ART-CODE
              AND WS-TRX-DEPOT(WS-IND-TRX) = FS-ART-DEPOT
              MOVE WS-IND-TRX TO WS-IND-TRX-TROUVE
       2020-CHERCHER-TRX-FIN.
           EXIT.

      * TOUTES LES TRANSACTIONS DU TYPE CHERCHE SONT APPLIQUEES
      * A LA LIGNE, DANS L'ORDRE DU FICHIER.
       2030-APPLIQUER-TYPE-DEB.
           MOVE 1 TO WS-IND-TRX-TROUVE.
           PERFORM 2040-APPLIQUER-SUIVANTE-DEB
              THRU 2040-APPLIQUER-SUIVANTE-FIN
              UNTIL WS-IND-TRX-TROUVE = 0.
       2030-APPLIQUER-TYPE-FIN.
           EXIT.

       2040-APPLIQUER-SUIVANTE-DEB.
           MOVE 0 TO WS-IND-TRX-TROUVE.
           PERFORM 2020-CHERCHER-TRX-DEB
              THRU 2020-CHERCHER-TRX-FIN
              VARYING WS-IND-TRX FROM 1 BY 1
              UNTIL WS-IND-TRX > WS-NB-TRX
              OR WS-IND-TRX-TROUVE > 0.
           IF WS-IND-TRX-TROUVE > 0
              IF WS-TYPE-CHERCHE = 'R'
                 PERFORM 2200-COUT-MOYEN-DEB
                    THRU 2200-COUT-MOYEN-FIN
              ELSE
                 PERFORM 2100-CHANGER-COUT-DEB
                    THRU 2100-CHANGER-COUT-FIN
              END-IF
           END-IF.
       2040-APPLIQUER-SUIVANTE-FIN.
           EXIT.

       2050-QTE-EN-STOCK-DEB.
           MOVE 0 TO WS-QTE-EN-STOCK.
           MOVE 0 TO WS-IND-SLD-TROUVE.
           PERFORM 2110-CHERCHER-SOLDE-DEB
              MOVE WS-SLD-QTE(WS-IND-SLD-TROUVE)
                TO WS-QTE-EN-STOCK
           END-IF.
       2050-QTE-EN-STOCK-FIN.
           EXIT.

      * FORCAGE MANUEL : LE COUT SAISI REMPLACE LE COUT ACTUEL,
      * LE STOCK EN PLACE EST REEVALUE.
       2100-CHANGER-COUT-DEB.
           COMPUTE WS-DELTA = WS-QTE-EN-STOCK
                   * (WS-TRX-COUT(WS-IND-TRX-TROUVE)
                      - FS-ART-COUT).
           MOVE WS-DELTA       TO FS-JRN-DELTA.
           MOVE WS-TRX-OPERATEUR(WS-IND-TRX-TROUVE)
             TO FS-JRN-OPERATEUR.
           MOVE 'M'            TO FS-JRN-ORIGINE.
           WRITE FS-ENR-JOURNAL.

           ADD 1 TO WS-NB-MANUELS.
           DISPLAY 'COUT FORCE  : ' FS-ART-CODE ' ' FS-ART-DEPOT
                   ' DE ' FS-ART-COUT ' A '
                   WS-TRX-COUT(WS-IND-TRX-TROUVE)
                   ' (QTE ' WS-QTE-EN-STOCK
       2100-CHANGER-COUT-FIN.
           EXIT.

      * RECEPTION : COUT MOYEN PONDERE DU STOCK EN PLACE (AU COUT
      * ACTUEL) ET DE LA QUANTITE RECUE (AU PRIX D'ACHAT). UN
      * STOCK NUL OU NEGATIF NE PESE PAS : LE PRIX D'ACHAT
      * DEVIENT LE COUT. LA VALEUR DU STOCK NE CHANGE PAS, LE
      * DELTA JOURNALISE EST NUL.
       2200-COUT-MOYEN-DEB.
           IF WS-QTE-EN-STOCK > 0
              COMPUTE WS-QTE-MOYENNE = WS-QTE-EN-STOCK
                      + WS-TRX-QTE(WS-IND-TRX-TROUVE)
              COMPUTE WS-VALEUR-MOYENNE =
                      WS-QTE-EN-STOCK * FS-ART-COUT
                      + WS-TRX-QTE(WS-IND-TRX-TROUVE)
                      * WS-TRX-COUT(WS-IND-TRX-TROUVE)
              COMPUTE WS-COUT-NOUVEAU ROUNDED =
                      WS-VALEUR-MOYENNE / WS-QTE-MOYENNE
           ELSE
              MOVE WS-TRX-COUT(WS-IND-TRX-TROUVE) TO WS-COUT-NOUVEAU
           END-IF.

           MOVE SPACES TO FS-ENR-JOURNAL.
           MOVE WS-DATE-JOUR    TO FS-JRN-DATE.
           MOVE FS-ART-CODE     TO FS-JRN-CODE.
           MOVE FS-ART-DEPOT    TO FS-JRN-DEPOT.
           MOVE FS-ART-COUT     TO FS-JRN-ANCIEN.
           MOVE WS-COUT-NOUVEAU TO FS-JRN-NOUVEAU.
           MOVE WS-QTE-EN-STOCK TO FS-JRN-QTE.
           MOVE 0               TO FS-JRN-DELTA.
           MOVE WS-TRX-OPERATEUR(WS-IND-TRX-TROUVE)
             TO FS-JRN-OPERATEUR.
           MOVE 'R'             TO FS-JRN-ORIGINE.
           WRITE FS-ENR-JOURNAL.

           DISPLAY 'COUT MOYEN  : ' FS-ART-CODE ' ' FS-ART-DEPOT
                   ' DE ' FS-ART-COUT ' A ' WS-COUT-NOUVEAU
                   ' (STOCK ' WS-QTE-EN-STOCK ', RECU '
                   WS-TRX-QTE(WS-IND-TRX-TROUVE) ' A '
                   WS-TRX-COUT(WS-IND-TRX-TROUVE) ')'.
           MOVE WS-COUT-NOUVEAU TO FS-ART-COUT.
           ADD WS-TRX-QTE(WS-IND-TRX-TROUVE) TO WS-QTE-EN-STOCK.
           MOVE 'A' TO WS-TRX-SORT(WS-IND-TRX-TROUVE).
           ADD 1 TO WS-NB-APPLIQUES.
           ADD 1 TO WS-NB-MOYENNES.
       2200-COUT-MOYEN-FIN.
           EXIT.

       2110-CHERCHER-SOLDE-DEB.
           IF WS-SLD-CODE(WS-IND-SLD) = FS-ART-CODE
              AND WS-SLD-DEPOT(WS-IND-SLD) = FS-ART-DEPOT
           DISPLAY '***********************************'.
           DISPLAY 'ARTICLES LUS           : ' WS-NB-ART-LUS.
           DISPLAY 'TRANSACTIONS APPLIQUEES: ' WS-NB-APPLIQUES.
           DISPLAY '  DONT COUTS MOYENS    : ' WS-NB-MOYENNES.
           DISPLAY '  DONT FORCAGES MANUELS: ' WS-NB-MANUELS.
           DISPLAY 'EN ATTENTE (FUTURES)   : ' WS-NB-FUTURES.
           DISPLAY 'REJETEES               : ' WS-NB-REJETEES.
           DISPLAY 'SANS ARTICLE           : ' WS-NB-SANS-ART.
