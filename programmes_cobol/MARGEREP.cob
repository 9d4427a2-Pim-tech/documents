       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEREP.

      *********************************************************
      *     ANALYSE MENSUELLE DE LA MARGE BRUTE.
      *
      *     LES FACTURES (CMDFACT, FACTLIGNES.TXT) SONT AU PRIX
      *     CATALOGUE, CONTRAT OU PROMOTION ET LES COUTS UNITAIRES
      *     SONT DANS ARTICLES.TXT (COUTMAJ), MAIS AUCUN ETAT NE
      *     RAPPROCHAIT LES DEUX. CE PROGRAMME DE FIN DE MOIS
      *     (VARIABLE MOISTRT, AAAAMM, A DEFAUT LE MOIS EN COURS,
      *     COMME COMMREP) CALCULE :
      *       - LES VENTES HT DES LIGNES DES FACTURES DATEES DU
      *         MOIS (FACTJOURNAL.TXT / FACTLIGNES.TXT), MOINS
      *         LES AVOIRS DU MOIS (AVOIRJOURNAL.TXT, CMDRETUR),
      *       - LE COUT DES VENTES AU COUT EN VIGUEUR A LA DATE
      *         DE LA FACTURE : LE COUT ACTUEL D'ARTICLES.TXT
      *         (PREMIER DEPOT RENCONTRE DU CODE STOCK, COMME
      *         CMDFACT), SAUF SI LE JOURNAL DE REEVALUATION DE
      *         COUTMAJ (COUTJOURNAL.TXT) PORTE UN CHANGEMENT
      *         POSTERIEUR A LA FACTURE : C'EST ALORS L'ANCIEN COUT
      *         DU PREMIER DE CES CHANGEMENTS QUI S'APPLIQUE. LE
      *         COUT D'UN AVOIR EST PRIS A LA DATE DE LA FACTURE
      *         D'ORIGINE (MEME COMMANDE, MEME CLIENT) ET VIENT EN
      *         DEDUCTION DU COUT DES VENTES,
      *       - LA MARGE EN MONTANT ET EN POURCENTAGE DES VENTES
      *         NETTES, PAR ARTICLE, PAR FAMILLE ET PAR CLIENT.
      *     LES LIGNES VENDUES SOUS LE COUT SONT LISTEES A PART,
      *     AVEC L'ORIGINE DU PRIX, POUR QUE LA DIRECTION
      *     COMMERCIALE VOIE QUELLES PROMOTIONS PERDENT DE
      *     L'ARGENT. L'ETAT EST ECRIT DANS MARGESTAT.TXT (TYPES
      *     ART, FAM, CLI ET PER POUR LES LIGNES A PERTE).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT
              ASSIGN TO FCLIENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CLIENT.
           SELECT FIC-ARTICLES
              ASSIGN TO "./files/articles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ART.
           SELECT FIC-JOURNAL-COUT
              ASSIGN TO "./files/coutjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JCO.
           SELECT FIC-JOURNAL-FACT
              ASSIGN TO "./files/factjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JRN.
           SELECT FIC-LIGNES-FACT
              ASSIGN TO "./files/factlignes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LGF.
           SELECT FIC-AVOIRS
              ASSIGN TO "./files/avoirjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AVR.
           SELECT FIC-STATS
              ASSIGN TO "./files/margestat.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT.
       01  FS-CLIENT PIC X(106).

       FD FIC-ARTICLES RECORDING MODE IS F.
       01  FS-ENR-ART.
           05 FS-ART-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-ART-SENS  PIC X(1).
           05 FS-ART-QTE   PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-ART-COUT  PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-ART-FAMILLE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-SERIALISE PIC X(1).

      *    MEME DECOUPAGE QUE LE JOURNAL ECRIT PAR COUTMAJ.
       FD FIC-JOURNAL-COUT RECORDING MODE IS F.
       01  FS-ENR-JRN-COUT.
           05 FS-JCO-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-JCO-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-JCO-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-JCO-ANCIEN   PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-JCO-NOUVEAU  PIC 9(4)V99.
           05 FILLER PIC X(38).

       FD FIC-JOURNAL-FACT RECORDING MODE IS F.
       01  FS-ENR-JRN-FACT.
           05 FS-JRF-NUMERO   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-JRF-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-JRF-CLIENT   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-JRF-COMMANDE PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-JRF-HT       PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TVA      PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TTC      PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-DEVISE   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-JRF-TAUX     PIC 9(3)V9(6).
           05 FILLER PIC X(1).
           05 FS-JRF-HT-DEV   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TVA-DEV  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TTC-DEV  PIC 9(7)V99.

       FD FIC-LIGNES-FACT RECORDING MODE IS F.
       01  FS-ENR-LGN-FACT.
           05 FS-LGF-NUMERO  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LGF-LIGNE   PIC 99.
           05 FILLER PIC X(1).
           05 FS-LGF-ARTICLE PIC X(6).
           05 FILLER PIC X(1).
           05 FS-LGF-QTE     PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-LGF-HT      PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TAUX    PIC 99V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TVA     PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-SOURCE  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-LGF-HT-DEV  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TVA-DEV PIC 9(7)V99.

       FD FIC-AVOIRS RECORDING MODE IS F.
       01  FS-ENR-AVOIR.
           05 FS-AVR-DATE      PIC 9(8).
           05 FS-AVR-DATE-R REDEFINES FS-AVR-DATE.
               10 FS-AVR-DATE-AAAAMM PIC 9(6).
               10 FS-AVR-DATE-JJ     PIC 9(2).
           05 FILLER PIC X(1).
           05 FS-AVR-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-AVR-COMMANDE  PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-AVR-ARTICLE   PIC X(6).
           05 FILLER PIC X(1).
           05 FS-AVR-QTE       PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-AVR-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-AVR-MOTIF     PIC X(2).

      *    TYPE ART (CLE = ARTICLE), FAM (CLE = FAMILLE), CLI
      *    (CLE = CLIENT) ; PER POUR UNE LIGNE VENDUE SOUS LE
      *    COUT (CLE = ARTICLE, FACTURE, CLIENT ET ORIGINE DU
      *    PRIX RENSEIGNES, AVOIRS A ZERO).
       FD FIC-STATS RECORDING MODE IS F.
       01  FS-ENR-STAT.
           05 FS-STA-MOIS    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-STA-TYPE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-STA-CLE     PIC X(6).
           05 FILLER PIC X(1).
           05 FS-STA-VENTES  PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 FS-STA-AVOIRS  PIC 9(8)V99.
           05 FILLER PIC X(1).
           05 FS-STA-COUT    PIC S9(8)V99
                             SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 FS-STA-MARGE   PIC S9(8)V99
                             SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 FS-STA-TAUX    PIC S9(4)V99
                             SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 FS-STA-FACTURE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-STA-CLIENT  PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-STA-SOURCE  PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'MARGEREP'.
       01  WS-STATUS-CLIENT PIC XX.
       01  WS-STATUS-ART    PIC XX.
       01  WS-STATUS-JCO    PIC XX.
       01  WS-STATUS-JRN    PIC XX.
       01  WS-STATUS-LGF    PIC XX.
       01  WS-STATUS-AVR    PIC XX.
       01  WS-STATUS-STAT   PIC XX.

       01  WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DATE-JOUR-AAAAMM PIC 9(6).
           05 WS-DATE-JOUR-JJ     PIC 9(2).
       01  WS-MOIS-SAISI PIC X(6).
       01  WS-MOIS-TRT   PIC 9(6).

      * VUE DU CLIENT DU FICHIER FCLIENT (FORMAT BAPP1).
       01  WS-CLIENT.
           05 CLIENT-IDCLIENT      PIC 9(5).
           05 CLIENT-NOM           PIC X(30).
           05 FILLER               PIC X(71).

      * COUT ACTUEL ET FAMILLE DE CHAQUE CODE STOCK (PREMIER
      * DEPOT RENCONTRE).
       01  WS-ARTICLES.
           05 WS-NB-ARTICLES PIC 9(3) VALUE 0.
           05 WS-ART OCCURS 500 TIMES.
               10 WS-ART-CODE    PIC X(3).
               10 WS-ART-DEPOT   PIC X(2).
               10 WS-ART-COUT    PIC 9(4)V99.
               10 WS-ART-FAMILLE PIC X(3).
       01  WS-IND-ART        PIC 9(3).
       01  WS-IND-ART-TROUVE PIC 9(3).

      * CHANGEMENTS DE COUT DU JOURNAL DE REEVALUATION, DANS
      * L'ORDRE CHRONOLOGIQUE DU FICHIER.
       01  WS-REEVALUATIONS.
           05 WS-NB-REEVAL PIC 9(4) VALUE 0.
           05 WS-REV OCCURS 2000 TIMES.
               10 WS-REV-DATE   PIC 9(8).
               10 WS-REV-CODE   PIC X(3).
               10 WS-REV-DEPOT  PIC X(2).
               10 WS-REV-ANCIEN PIC 9(4)V99.
       01  WS-IND-REV        PIC 9(4).
       01  WS-IND-REV-TROUVE PIC 9(4).

      * NOMS DES CLIENTS.
       01  WS-CLIENTS.
           05 WS-NB-CLIENTS PIC 9(4) VALUE 0.
           05 WS-CLI OCCURS 2000 TIMES.
               10 WS-CLI-ID  PIC 9(5).
               10 WS-CLI-NOM PIC X(30).
       01  WS-IND-CLI        PIC 9(4).
       01  WS-IND-CLI-TROUVE PIC 9(4).

      * TOUTES LES FACTURES (DATE D'ORIGINE DES AVOIRS).
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 3000 TIMES.
               10 WS-FAC-NUMERO   PIC 9(6).
               10 WS-FAC-DATE     PIC 9(8).
               10 WS-FAC-DATE-R REDEFINES WS-FAC-DATE.
                   15 WS-FAC-DATE-AAAAMM PIC 9(6).
                   15 WS-FAC-DATE-JJ     PIC 9(2).
               10 WS-FAC-CLIENT   PIC 9(5).
               10 WS-FAC-COMMANDE PIC 9(5).
       01  WS-IND-FAC        PIC 9(4).
       01  WS-IND-FAC-TROUVE PIC 9(4).

      * CUMULS DU MOIS : VENTES, AVOIRS, COUT NET DES VENTES.
       01  WS-MARGES-ARTICLE.
           05 WS-NB-MAR-ART PIC 9(3) VALUE 0.
           05 WS-MRA OCCURS 500 TIMES.
               10 WS-MRA-ARTICLE PIC X(6).
               10 WS-MRA-FAMILLE PIC X(3).
               10 WS-MRA-VENTES  PIC 9(8)V99.
               10 WS-MRA-AVOIRS  PIC 9(8)V99.
               10 WS-MRA-COUT    PIC S9(8)V99.
       01  WS-IND-MRA        PIC 9(3).
       01  WS-IND-MRA-TROUVE PIC 9(3).

       01  WS-MARGES-FAMILLE.
           05 WS-NB-MAR-FAM PIC 9(3) VALUE 0.
           05 WS-MRF OCCURS 100 TIMES.
               10 WS-MRF-FAMILLE PIC X(3).
               10 WS-MRF-VENTES  PIC 9(8)V99.
               10 WS-MRF-AVOIRS  PIC 9(8)V99.
               10 WS-MRF-COUT    PIC S9(8)V99.
       01  WS-IND-MRF        PIC 9(3).
       01  WS-IND-MRF-TROUVE PIC 9(3).

       01  WS-MARGES-CLIENT.
           05 WS-NB-MAR-CLI PIC 9(4) VALUE 0.
           05 WS-MRC OCCURS 2000 TIMES.
               10 WS-MRC-CLIENT  PIC 9(5).
               10 WS-MRC-VENTES  PIC 9(8)V99.
               10 WS-MRC-AVOIRS  PIC 9(8)V99.
               10 WS-MRC-COUT    PIC S9(8)V99.
       01  WS-IND-MRC        PIC 9(4).
       01  WS-IND-MRC-TROUVE PIC 9(4).

      * LIGNES VENDUES SOUS LE COUT.
       01  WS-PERTES.
           05 WS-NB-PERTES PIC 9(3) VALUE 0.
           05 WS-PER OCCURS 500 TIMES.
               10 WS-PER-FACTURE PIC 9(6).
               10 WS-PER-LIGNE   PIC 99.
               10 WS-PER-CLIENT  PIC 9(5).
               10 WS-PER-ARTICLE PIC X(6).
               10 WS-PER-QTE     PIC 9(3).
               10 WS-PER-HT      PIC 9(5)V99.
               10 WS-PER-COUT    PIC 9(7)V99.
               10 WS-PER-SOURCE  PIC X.
       01  WS-IND-PER PIC 9(3).

      * ZONES DE TRAVAIL D'UNE IMPUTATION (LIGNE OU AVOIR).
       01  WS-CLE-CLIENT    PIC 9(5).
       01  WS-CLE-ARTICLE   PIC X(6).
       01  WS-CLE-FAMILLE   PIC X(3).
       01  WS-CLE-DATE      PIC 9(8).
       01  WS-CLE-QTE       PIC 9(3).
       01  WS-COUT-UNITAIRE PIC 9(4)V99.
       01  WS-MONTANT-HT    PIC 9(7)V99.
       01  WS-MONTANT-COUT  PIC 9(7)V99.
       01  WS-SENS-IMPUTATION PIC X.
           88 WS-IMPUTER-VENTE VALUE 'V'.
           88 WS-IMPUTER-AVOIR VALUE 'A'.

      * CALCUL DE LA MARGE D'UNE LIGNE D'ETAT.
       01  WS-CALC-VENTES PIC 9(8)V99.
       01  WS-CALC-AVOIRS PIC 9(8)V99.
       01  WS-CALC-COUT   PIC S9(8)V99.
       01  WS-CALC-NETTES PIC S9(8)V99.
       01  WS-CALC-MARGE  PIC S9(8)V99.
       01  WS-CALC-TAUX   PIC S9(4)V99.

       01  WS-COMPTEURS.
           05 WS-NB-LIGNES-MOIS PIC 9(5) VALUE 0.
           05 WS-NB-AVOIRS-MOIS PIC 9(4) VALUE 0.
           05 WS-NB-SANS-COUT   PIC 9(4) VALUE 0.
           05 WS-NB-COUT-HISTO  PIC 9(5) VALUE 0.
           05 WS-NB-SOUS-COUT   PIC 9(4) VALUE 0.

       01  WS-TOTAUX.
           05 WS-TOT-VENTES PIC 9(8)V99 VALUE 0.
           05 WS-TOT-AVOIRS PIC 9(8)V99 VALUE 0.
           05 WS-TOT-COUT   PIC S9(8)V99 VALUE 0.

       01  WS-ED-MONTANT  PIC ZZZZZZZ9.99.
       01  WS-ED-MONTANT2 PIC ZZZZZZZ9.99.
       01  WS-ED-COUT     PIC -ZZZZZZZ9.99.
       01  WS-ED-MARGE    PIC -ZZZZZZZ9.99.
       01  WS-ED-TAUX     PIC -ZZZ9.99.

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
       0000-MARGEREP-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT "MOISTRT"
              ON EXCEPTION
                 MOVE SPACES TO WS-MOIS-SAISI
           END-ACCEPT.
           IF WS-MOIS-SAISI = SPACES
              MOVE WS-DATE-JOUR-AAAAMM TO WS-MOIS-TRT
           ELSE
              MOVE WS-MOIS-SAISI TO WS-MOIS-TRT
           END-IF.
           DISPLAY 'MOIS TRAITE : ' WS-MOIS-TRT.
           PERFORM 1000-CHARGER-ARTICLES-DEB
              THRU 1000-CHARGER-ARTICLES-FIN.
           PERFORM 1100-CHARGER-REEVAL-DEB
              THRU 1100-CHARGER-REEVAL-FIN.
           PERFORM 1200-CHARGER-CLIENTS-DEB
              THRU 1200-CHARGER-CLIENTS-FIN.
           PERFORM 1300-CHARGER-FACTURES-DEB
              THRU 1300-CHARGER-FACTURES-FIN.
           PERFORM 2000-VALORISER-LIGNES-DEB
              THRU 2000-VALORISER-LIGNES-FIN.
           PERFORM 2500-DEDUIRE-AVOIRS-DEB
              THRU 2500-DEDUIRE-AVOIRS-FIN.
           OPEN OUTPUT FIC-STATS.
           PERFORM 3000-EDITER-ARTICLES-DEB
              THRU 3000-EDITER-ARTICLES-FIN.
           PERFORM 3100-EDITER-FAMILLES-DEB
              THRU 3100-EDITER-FAMILLES-FIN.
           PERFORM 3200-EDITER-CLIENTS-DEB
              THRU 3200-EDITER-CLIENTS-FIN.
           PERFORM 3300-EDITER-PERTES-DEB
              THRU 3300-EDITER-PERTES-FIN.
           CLOSE FIC-STATS.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-MARGEREP-FIN.
           EXIT.

      * COUT ACTUEL ET FAMILLE : LE PREMIER DEPOT RENCONTRE FAIT
      * FOI, COMME DANS CMDFACT.
       1000-CHARGER-ARTICLES-DEB.
           OPEN INPUT FIC-ARTICLES.
           IF WS-STATUS-ART NOT = '00'
              DISPLAY 'FICHIER ARTICLES INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-ARTICLE-DEB
              THRU 1010-CHARGER-ARTICLE-FIN
              UNTIL WS-STATUS-ART NOT = '00'.
           CLOSE FIC-ARTICLES.
       1000-CHARGER-ARTICLES-FIN.
           EXIT.

       1010-CHARGER-ARTICLE-DEB.
           READ FIC-ARTICLES
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
           IF WS-STATUS-ART = '00'
              MOVE FS-ART-CODE TO WS-CLE-ARTICLE
              PERFORM 1900-TROUVER-ARTICLE-DEB
                 THRU 1900-TROUVER-ARTICLE-FIN
              IF WS-IND-ART-TROUVE NOT > 0
                 IF WS-NB-ARTICLES < 500
                    ADD 1 TO WS-NB-ARTICLES
                    MOVE FS-ART-CODE    TO WS-ART-CODE(WS-NB-ARTICLES)
                    MOVE FS-ART-DEPOT   TO WS-ART-DEPOT(WS-NB-ARTICLES)
                    MOVE FS-ART-FAMILLE
                      TO WS-ART-FAMILLE(WS-NB-ARTICLES)
                    IF FS-ART-COUT IS NUMERIC
                       MOVE FS-ART-COUT TO WS-ART-COUT(WS-NB-ARTICLES)
                    ELSE
                       MOVE 0 TO WS-ART-COUT(WS-NB-ARTICLES)
                    END-IF
                 ELSE
                    DISPLAY 'TABLE DES ARTICLES PLEINE (500), CODE '
                            'IGNORE : ' FS-ART-CODE
                 END-IF
              END-IF
           END-IF.
       1010-CHARGER-ARTICLE-FIN.
           EXIT.

       1100-CHARGER-REEVAL-DEB.
           OPEN INPUT FIC-JOURNAL-COUT.
           IF WS-STATUS-JCO NOT = '00'
              DISPLAY 'AUCUN JOURNAL DE REEVALUATION, COUTS '
                      'ACTUELS APPLIQUES'
           ELSE
              PERFORM 1110-CHARGER-UNE-REEVAL-DEB
                 THRU 1110-CHARGER-UNE-REEVAL-FIN
                 UNTIL WS-STATUS-JCO NOT = '00'
              CLOSE FIC-JOURNAL-COUT
           END-IF.
       1100-CHARGER-REEVAL-FIN.
           EXIT.

       1110-CHARGER-UNE-REEVAL-DEB.
           READ FIC-JOURNAL-COUT
              AT END
                 MOVE '10' TO WS-STATUS-JCO
           END-READ.
           IF WS-STATUS-JCO = '00'
              AND FS-JCO-DATE NUMERIC
              AND FS-JCO-ANCIEN NUMERIC
              IF WS-NB-REEVAL < 2000
                 ADD 1 TO WS-NB-REEVAL
                 MOVE FS-JCO-DATE   TO WS-REV-DATE(WS-NB-REEVAL)
                 MOVE FS-JCO-CODE   TO WS-REV-CODE(WS-NB-REEVAL)
                 MOVE FS-JCO-DEPOT  TO WS-REV-DEPOT(WS-NB-REEVAL)
                 MOVE FS-JCO-ANCIEN TO WS-REV-ANCIEN(WS-NB-REEVAL)
              ELSE
                 DISPLAY 'TABLE DES REEVALUATIONS PLEINE (2000), '
                         'CHANGEMENT IGNORE : ' FS-JCO-CODE ' '
                         FS-JCO-DATE
              END-IF
           END-IF.
       1110-CHARGER-UNE-REEVAL-FIN.
           EXIT.

      * NOMS DES CLIENTS (ENVELOPPE SAUTEE).
       1200-CHARGER-CLIENTS-DEB.
           OPEN INPUT CLIENT.
           IF WS-STATUS-CLIENT = '00'
              PERFORM 1210-CHARGER-UN-CLIENT-DEB
                 THRU 1210-CHARGER-UN-CLIENT-FIN
                 UNTIL WS-STATUS-CLIENT NOT = '00'
              CLOSE CLIENT
           ELSE
              DISPLAY 'FICHIER CLIENT INTROUVABLE'
           END-IF.
       1200-CHARGER-CLIENTS-FIN.
           EXIT.

       1210-CHARGER-UN-CLIENT-DEB.
           MOVE SPACES TO WS-CLIENT.
           READ CLIENT INTO WS-CLIENT
              AT END
                 MOVE '10' TO WS-STATUS-CLIENT
           END-READ.
           IF WS-STATUS-CLIENT = '00'
              IF WS-CLIENT(1:6) NOT = 'ENTETE'
                 AND WS-CLIENT(1:3) NOT = 'FIN'
                 IF WS-NB-CLIENTS < 2000
                    ADD 1 TO WS-NB-CLIENTS
                    MOVE CLIENT-IDCLIENT TO WS-CLI-ID(WS-NB-CLIENTS)
                    MOVE CLIENT-NOM      TO WS-CLI-NOM(WS-NB-CLIENTS)
                 ELSE
                    DISPLAY 'TABLE DES CLIENTS PLEINE (2000), CLIENT '
                            'IGNORE : ' CLIENT-IDCLIENT
                 END-IF
              END-IF
           END-IF.
       1210-CHARGER-UN-CLIENT-FIN.
           EXIT.

       1300-CHARGER-FACTURES-DEB.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-STATUS-JRN NOT = '00'
              DISPLAY 'JOURNAL DES FACTURES INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1310-CHARGER-FACTURE-DEB
              THRU 1310-CHARGER-FACTURE-FIN
              UNTIL WS-STATUS-JRN NOT = '00'.
           CLOSE FIC-JOURNAL-FACT.
       1300-CHARGER-FACTURES-FIN.
           EXIT.

       1310-CHARGER-FACTURE-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
           IF WS-STATUS-JRN = '00'
              IF WS-NB-FACTURES < 3000
                 ADD 1 TO WS-NB-FACTURES
                 MOVE FS-JRF-NUMERO   TO WS-FAC-NUMERO(WS-NB-FACTURES)
                 MOVE FS-JRF-DATE     TO WS-FAC-DATE(WS-NB-FACTURES)
                 MOVE FS-JRF-CLIENT   TO WS-FAC-CLIENT(WS-NB-FACTURES)
                 MOVE FS-JRF-COMMANDE
                   TO WS-FAC-COMMANDE(WS-NB-FACTURES)
              ELSE
                 DISPLAY 'TABLE DES FACTURES PLEINE (3000), '
                         'FACTURE IGNOREE : ' FS-JRF-NUMERO
              END-IF
           END-IF.
       1310-CHARGER-FACTURE-FIN.
           EXIT.

       1900-TROUVER-ARTICLE-DEB.
           MOVE 0 TO WS-IND-ART-TROUVE.
           PERFORM 1910-CHERCHER-ARTICLE-DEB
              THRU 1910-CHERCHER-ARTICLE-FIN
              VARYING WS-IND-ART FROM 1 BY 1
              UNTIL WS-IND-ART > WS-NB-ARTICLES
              OR WS-IND-ART-TROUVE > 0.
       1900-TROUVER-ARTICLE-FIN.
           EXIT.

       1910-CHERCHER-ARTICLE-DEB.
           IF WS-ART-CODE(WS-IND-ART) = WS-CLE-ARTICLE(1:3)
              MOVE WS-IND-ART TO WS-IND-ART-TROUVE
           END-IF.
       1910-CHERCHER-ARTICLE-FIN.
           EXIT.

      * LIGNES DES FACTURES DATEES DU MOIS.
       2000-VALORISER-LIGNES-DEB.
           OPEN INPUT FIC-LIGNES-FACT.
           IF WS-STATUS-LGF NOT = '00'
              DISPLAY 'LIGNES DE FACTURES INTROUVABLES'
           ELSE
              PERFORM 2010-UNE-LIGNE-DEB
                 THRU 2010-UNE-LIGNE-FIN
                 UNTIL WS-STATUS-LGF NOT = '00'
              CLOSE FIC-LIGNES-FACT
           END-IF.
       2000-VALORISER-LIGNES-FIN.
           EXIT.

       2010-UNE-LIGNE-DEB.
           READ FIC-LIGNES-FACT
              AT END
                 MOVE '10' TO WS-STATUS-LGF
           END-READ.
           IF WS-STATUS-LGF = '00'
              MOVE 0 TO WS-IND-FAC-TROUVE
              PERFORM 2020-CHERCHER-NUMERO-DEB
                 THRU 2020-CHERCHER-NUMERO-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
                 OR WS-IND-FAC-TROUVE > 0
              IF WS-IND-FAC-TROUVE NOT = 0
                 IF WS-FAC-DATE-AAAAMM(WS-IND-FAC-TROUVE) = WS-MOIS-TRT
                    ADD 1 TO WS-NB-LIGNES-MOIS
                    MOVE WS-FAC-CLIENT(WS-IND-FAC-TROUVE)
                      TO WS-CLE-CLIENT
                    MOVE WS-FAC-DATE(WS-IND-FAC-TROUVE)   TO WS-CLE-DATE
                    MOVE FS-LGF-ARTICLE TO WS-CLE-ARTICLE
                    MOVE FS-LGF-QTE     TO WS-CLE-QTE
                    MOVE FS-LGF-HT      TO WS-MONTANT-HT
                    MOVE 'V' TO WS-SENS-IMPUTATION
                    PERFORM 2900-IMPUTER-DEB
                       THRU 2900-IMPUTER-FIN
                    IF WS-MONTANT-HT < WS-MONTANT-COUT
                       PERFORM 2100-NOTER-PERTE-DEB
                          THRU 2100-NOTER-PERTE-FIN
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2010-UNE-LIGNE-FIN.
           EXIT.

       2020-CHERCHER-NUMERO-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-LGF-NUMERO
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       2020-CHERCHER-NUMERO-FIN.
           EXIT.

       2100-NOTER-PERTE-DEB.
           ADD 1 TO WS-NB-SOUS-COUT.
           IF WS-NB-PERTES >= 500
              DISPLAY 'TABLE DES LIGNES A PERTE PLEINE (500), '
                      'LIGNE NON LISTEE : ' FS-LGF-NUMERO ' '
                      FS-LGF-LIGNE
           ELSE
              ADD 1 TO WS-NB-PERTES
              MOVE FS-LGF-NUMERO   TO WS-PER-FACTURE(WS-NB-PERTES)
              MOVE FS-LGF-LIGNE    TO WS-PER-LIGNE(WS-NB-PERTES)
              MOVE WS-CLE-CLIENT   TO WS-PER-CLIENT(WS-NB-PERTES)
              MOVE FS-LGF-ARTICLE  TO WS-PER-ARTICLE(WS-NB-PERTES)
              MOVE FS-LGF-QTE      TO WS-PER-QTE(WS-NB-PERTES)
              MOVE FS-LGF-HT       TO WS-PER-HT(WS-NB-PERTES)
              MOVE WS-MONTANT-COUT TO WS-PER-COUT(WS-NB-PERTES)
              MOVE FS-LGF-SOURCE   TO WS-PER-SOURCE(WS-NB-PERTES)
           END-IF.
       2100-NOTER-PERTE-FIN.
           EXIT.

      * AVOIRS DU MOIS, VALORISES AU COUT EN VIGUEUR A LA DATE DE
      * LA FACTURE D'ORIGINE (A DEFAUT A LA DATE DE L'AVOIR).
       2500-DEDUIRE-AVOIRS-DEB.
           OPEN INPUT FIC-AVOIRS.
           IF WS-STATUS-AVR NOT = '00'
              DISPLAY 'AUCUN AVOIR'
           ELSE
              PERFORM 2510-UN-AVOIR-DEB
                 THRU 2510-UN-AVOIR-FIN
                 UNTIL WS-STATUS-AVR NOT = '00'
              CLOSE FIC-AVOIRS
           END-IF.
       2500-DEDUIRE-AVOIRS-FIN.
           EXIT.

       2510-UN-AVOIR-DEB.
           READ FIC-AVOIRS
              AT END
                 MOVE '10' TO WS-STATUS-AVR
           END-READ.
           IF WS-STATUS-AVR = '00'
              AND FS-AVR-DATE-AAAAMM = WS-MOIS-TRT
              ADD 1 TO WS-NB-AVOIRS-MOIS
              MOVE 0 TO WS-IND-FAC-TROUVE
              PERFORM 2520-CHERCHER-COMMANDE-DEB
                 THRU 2520-CHERCHER-COMMANDE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
                 OR WS-IND-FAC-TROUVE > 0
              IF WS-IND-FAC-TROUVE = 0
                 MOVE FS-AVR-DATE TO WS-CLE-DATE
              ELSE
                 MOVE WS-FAC-DATE(WS-IND-FAC-TROUVE) TO WS-CLE-DATE
              END-IF
              MOVE FS-AVR-CLIENT  TO WS-CLE-CLIENT
              MOVE FS-AVR-ARTICLE TO WS-CLE-ARTICLE
              MOVE FS-AVR-QTE     TO WS-CLE-QTE
              MOVE FS-AVR-MONTANT TO WS-MONTANT-HT
              MOVE 'A' TO WS-SENS-IMPUTATION
              PERFORM 2900-IMPUTER-DEB
                 THRU 2900-IMPUTER-FIN
           END-IF.
       2510-UN-AVOIR-FIN.
           EXIT.

       2520-CHERCHER-COMMANDE-DEB.
           IF WS-FAC-COMMANDE(WS-IND-FAC) = FS-AVR-COMMANDE
              AND WS-FAC-CLIENT(WS-IND-FAC) = FS-AVR-CLIENT
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       2520-CHERCHER-COMMANDE-FIN.
           EXIT.

      * IMPUTATION D'UNE LIGNE OU D'UN AVOIR : COUT EN VIGUEUR A
      * WS-CLE-DATE, PUIS CUMUL PAR ARTICLE, FAMILLE ET CLIENT.
       2900-IMPUTER-DEB.
           PERFORM 2910-COUT-EN-VIGUEUR-DEB
              THRU 2910-COUT-EN-VIGUEUR-FIN.
           COMPUTE WS-MONTANT-COUT = WS-CLE-QTE * WS-COUT-UNITAIRE.
           PERFORM 2930-CUMUL-ARTICLE-DEB
              THRU 2930-CUMUL-ARTICLE-FIN.
           PERFORM 2950-CUMUL-FAMILLE-DEB
              THRU 2950-CUMUL-FAMILLE-FIN.
           PERFORM 2970-CUMUL-CLIENT-DEB
              THRU 2970-CUMUL-CLIENT-FIN.
           IF WS-IMPUTER-VENTE
              ADD WS-MONTANT-HT   TO WS-TOT-VENTES
              ADD WS-MONTANT-COUT TO WS-TOT-COUT
              IF WS-IND-MRA-TROUVE > 0
                 ADD WS-MONTANT-HT TO WS-MRA-VENTES(WS-IND-MRA-TROUVE)
                 ADD WS-MONTANT-COUT
                   TO WS-MRA-COUT(WS-IND-MRA-TROUVE)
              END-IF
              IF WS-IND-MRF-TROUVE > 0
                 ADD WS-MONTANT-HT TO WS-MRF-VENTES(WS-IND-MRF-TROUVE)
                 ADD WS-MONTANT-COUT
                   TO WS-MRF-COUT(WS-IND-MRF-TROUVE)
              END-IF
              IF WS-IND-MRC-TROUVE > 0
                 ADD WS-MONTANT-HT TO WS-MRC-VENTES(WS-IND-MRC-TROUVE)
                 ADD WS-MONTANT-COUT
                   TO WS-MRC-COUT(WS-IND-MRC-TROUVE)
              END-IF
           ELSE
              ADD WS-MONTANT-HT        TO WS-TOT-AVOIRS
              SUBTRACT WS-MONTANT-COUT FROM WS-TOT-COUT
              IF WS-IND-MRA-TROUVE > 0
                 ADD WS-MONTANT-HT TO WS-MRA-AVOIRS(WS-IND-MRA-TROUVE)
                 SUBTRACT WS-MONTANT-COUT
                    FROM WS-MRA-COUT(WS-IND-MRA-TROUVE)
              END-IF
              IF WS-IND-MRF-TROUVE > 0
                 ADD WS-MONTANT-HT TO WS-MRF-AVOIRS(WS-IND-MRF-TROUVE)
                 SUBTRACT WS-MONTANT-COUT
                    FROM WS-MRF-COUT(WS-IND-MRF-TROUVE)
              END-IF
              IF WS-IND-MRC-TROUVE > 0
                 ADD WS-MONTANT-HT TO WS-MRC-AVOIRS(WS-IND-MRC-TROUVE)
                 SUBTRACT WS-MONTANT-COUT
                    FROM WS-MRC-COUT(WS-IND-MRC-TROUVE)
              END-IF
           END-IF.
       2900-IMPUTER-FIN.
           EXIT.

      * LE PREMIER CHANGEMENT DU CODE ET DU DEPOT DATE APRES LA
      * FACTURE DONNE LE COUT D'ALORS (SON ANCIEN COUT) ; SANS
      * CHANGEMENT ULTERIEUR, LE COUT ACTUEL S'APPLIQUE.
       2910-COUT-EN-VIGUEUR-DEB.
           MOVE 0 TO WS-COUT-UNITAIRE.
           PERFORM 1900-TROUVER-ARTICLE-DEB
              THRU 1900-TROUVER-ARTICLE-FIN.
           IF WS-IND-ART-TROUVE = 0
              MOVE '???' TO WS-CLE-FAMILLE
              ADD 1 TO WS-NB-SANS-COUT
              DISPLAY 'ARTICLE SANS COUT, MARGE AU PRIX DE VENTE : '
                      WS-CLE-ARTICLE
           ELSE
              MOVE WS-ART-FAMILLE(WS-IND-ART-TROUVE) TO WS-CLE-FAMILLE
              IF WS-CLE-FAMILLE = SPACES
                 MOVE '???' TO WS-CLE-FAMILLE
              END-IF
              MOVE WS-ART-COUT(WS-IND-ART-TROUVE) TO WS-COUT-UNITAIRE
              MOVE 0 TO WS-IND-REV-TROUVE
              PERFORM 2920-CHERCHER-REEVAL-DEB
                 THRU 2920-CHERCHER-REEVAL-FIN
                 VARYING WS-IND-REV FROM 1 BY 1
                 UNTIL WS-IND-REV > WS-NB-REEVAL
                 OR WS-IND-REV-TROUVE > 0
              IF WS-IND-REV-TROUVE > 0
                 MOVE WS-REV-ANCIEN(WS-IND-REV-TROUVE)
                   TO WS-COUT-UNITAIRE
                 ADD 1 TO WS-NB-COUT-HISTO
              END-IF
           END-IF.
       2910-COUT-EN-VIGUEUR-FIN.
           EXIT.

       2920-CHERCHER-REEVAL-DEB.
           IF WS-REV-CODE(WS-IND-REV) = WS-ART-CODE(WS-IND-ART-TROUVE)
              AND WS-REV-DEPOT(WS-IND-REV)
                  = WS-ART-DEPOT(WS-IND-ART-TROUVE)
              AND WS-REV-DATE(WS-IND-REV) > WS-CLE-DATE
              MOVE WS-IND-REV TO WS-IND-REV-TROUVE
           END-IF.
       2920-CHERCHER-REEVAL-FIN.
           EXIT.

       2930-CUMUL-ARTICLE-DEB.
           MOVE 0 TO WS-IND-MRA-TROUVE.
           PERFORM 2940-CHERCHER-MRA-DEB
              THRU 2940-CHERCHER-MRA-FIN
              VARYING WS-IND-MRA FROM 1 BY 1
              UNTIL WS-IND-MRA > WS-NB-MAR-ART
              OR WS-IND-MRA-TROUVE > 0.
           IF WS-IND-MRA-TROUVE NOT > 0
              IF WS-NB-MAR-ART >= 500
                 DISPLAY 'TABLE DES ARTICLES VENDUS PLEINE (500), '
                         'ARTICLE NON DETAILLE : ' WS-CLE-ARTICLE
              ELSE
                 ADD 1 TO WS-NB-MAR-ART
                 MOVE WS-NB-MAR-ART TO WS-IND-MRA-TROUVE
                 MOVE WS-CLE-ARTICLE
                   TO WS-MRA-ARTICLE(WS-IND-MRA-TROUVE)
                 MOVE WS-CLE-FAMILLE
                   TO WS-MRA-FAMILLE(WS-IND-MRA-TROUVE)
                 MOVE 0 TO WS-MRA-VENTES(WS-IND-MRA-TROUVE)
                 MOVE 0 TO WS-MRA-AVOIRS(WS-IND-MRA-TROUVE)
                 MOVE 0 TO WS-MRA-COUT(WS-IND-MRA-TROUVE)
              END-IF
           END-IF.
       2930-CUMUL-ARTICLE-FIN.
           EXIT.

       2940-CHERCHER-MRA-DEB.
           IF WS-MRA-ARTICLE(WS-IND-MRA) = WS-CLE-ARTICLE
              MOVE WS-IND-MRA TO WS-IND-MRA-TROUVE
           END-IF.
       2940-CHERCHER-MRA-FIN.
           EXIT.

       2950-CUMUL-FAMILLE-DEB.
           MOVE 0 TO WS-IND-MRF-TROUVE.
           PERFORM 2960-CHERCHER-MRF-DEB
              THRU 2960-CHERCHER-MRF-FIN
              VARYING WS-IND-MRF FROM 1 BY 1
              UNTIL WS-IND-MRF > WS-NB-MAR-FAM
              OR WS-IND-MRF-TROUVE > 0.
           IF WS-IND-MRF-TROUVE NOT > 0
              IF WS-NB-MAR-FAM >= 100
                 DISPLAY 'TABLE DES FAMILLES PLEINE (100), FAMILLE '
                         'NON DETAILLEE : ' WS-CLE-FAMILLE
              ELSE
                 ADD 1 TO WS-NB-MAR-FAM
                 MOVE WS-NB-MAR-FAM TO WS-IND-MRF-TROUVE
                 MOVE WS-CLE-FAMILLE
                   TO WS-MRF-FAMILLE(WS-IND-MRF-TROUVE)
                 MOVE 0 TO WS-MRF-VENTES(WS-IND-MRF-TROUVE)
                 MOVE 0 TO WS-MRF-AVOIRS(WS-IND-MRF-TROUVE)
                 MOVE 0 TO WS-MRF-COUT(WS-IND-MRF-TROUVE)
              END-IF
           END-IF.
       2950-CUMUL-FAMILLE-FIN.
           EXIT.

       2960-CHERCHER-MRF-DEB.
           IF WS-MRF-FAMILLE(WS-IND-MRF) = WS-CLE-FAMILLE
              MOVE WS-IND-MRF TO WS-IND-MRF-TROUVE
           END-IF.
       2960-CHERCHER-MRF-FIN.
           EXIT.

       2970-CUMUL-CLIENT-DEB.
           MOVE 0 TO WS-IND-MRC-TROUVE.
           PERFORM 2980-CHERCHER-MRC-DEB
              THRU 2980-CHERCHER-MRC-FIN
              VARYING WS-IND-MRC FROM 1 BY 1
              UNTIL WS-IND-MRC > WS-NB-MAR-CLI
              OR WS-IND-MRC-TROUVE > 0.
           IF WS-IND-MRC-TROUVE NOT > 0
              IF WS-NB-MAR-CLI >= 2000
                 DISPLAY 'TABLE DES CLIENTS FACTURES PLEINE (2000), '
                         'CLIENT NON DETAILLE : ' WS-CLE-CLIENT
              ELSE
                 ADD 1 TO WS-NB-MAR-CLI
                 MOVE WS-NB-MAR-CLI TO WS-IND-MRC-TROUVE
                 MOVE WS-CLE-CLIENT TO WS-MRC-CLIENT(WS-IND-MRC-TROUVE)
                 MOVE 0 TO WS-MRC-VENTES(WS-IND-MRC-TROUVE)
                 MOVE 0 TO WS-MRC-AVOIRS(WS-IND-MRC-TROUVE)
                 MOVE 0 TO WS-MRC-COUT(WS-IND-MRC-TROUVE)
              END-IF
           END-IF.
       2970-CUMUL-CLIENT-FIN.
           EXIT.

       2980-CHERCHER-MRC-DEB.
           IF WS-MRC-CLIENT(WS-IND-MRC) = WS-CLE-CLIENT
              MOVE WS-IND-MRC TO WS-IND-MRC-TROUVE
           END-IF.
       2980-CHERCHER-MRC-FIN.
           EXIT.

      * MARGE PAR ARTICLE (ORDRE DE PREMIERE VENTE DU MOIS).
       3000-EDITER-ARTICLES-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'MARGE PAR ARTICLE'.
           DISPLAY 'ARTICL FAM      VENTES      AVOIRS'
                   '    COUT NET       MARGE      %'.
           PERFORM 3010-EDITER-ARTICLE-DEB
              THRU 3010-EDITER-ARTICLE-FIN
              VARYING WS-IND-MRA FROM 1 BY 1
              UNTIL WS-IND-MRA > WS-NB-MAR-ART.
       3000-EDITER-ARTICLES-FIN.
           EXIT.

       3010-EDITER-ARTICLE-DEB.
           MOVE WS-MRA-VENTES(WS-IND-MRA) TO WS-CALC-VENTES.
           MOVE WS-MRA-AVOIRS(WS-IND-MRA) TO WS-CALC-AVOIRS.
           MOVE WS-MRA-COUT(WS-IND-MRA)   TO WS-CALC-COUT.
           PERFORM 3900-CALCULER-MARGE-DEB
              THRU 3900-CALCULER-MARGE-FIN.
           MOVE SPACES TO FS-ENR-STAT.
           MOVE 'ART' TO FS-STA-TYPE.
           MOVE WS-MRA-ARTICLE(WS-IND-MRA) TO FS-STA-CLE.
           MOVE 0 TO FS-STA-FACTURE.
           MOVE 0 TO FS-STA-CLIENT.
           PERFORM 3950-ECRIRE-STAT-DEB
              THRU 3950-ECRIRE-STAT-FIN.
           DISPLAY WS-MRA-ARTICLE(WS-IND-MRA) ' '
                   WS-MRA-FAMILLE(WS-IND-MRA) ' '
                   WS-ED-MONTANT ' ' WS-ED-MONTANT2 ' '
                   WS-ED-COUT ' ' WS-ED-MARGE ' ' WS-ED-TAUX.
       3010-EDITER-ARTICLE-FIN.
           EXIT.

       3100-EDITER-FAMILLES-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'MARGE PAR FAMILLE'.
           DISPLAY 'FAM        VENTES      AVOIRS'
                   '    COUT NET       MARGE      %'.
           PERFORM 3110-EDITER-FAMILLE-DEB
              THRU 3110-EDITER-FAMILLE-FIN
              VARYING WS-IND-MRF FROM 1 BY 1
              UNTIL WS-IND-MRF > WS-NB-MAR-FAM.
       3100-EDITER-FAMILLES-FIN.
           EXIT.

       3110-EDITER-FAMILLE-DEB.
           MOVE WS-MRF-VENTES(WS-IND-MRF) TO WS-CALC-VENTES.
           MOVE WS-MRF-AVOIRS(WS-IND-MRF) TO WS-CALC-AVOIRS.
           MOVE WS-MRF-COUT(WS-IND-MRF)   TO WS-CALC-COUT.
           PERFORM 3900-CALCULER-MARGE-DEB
              THRU 3900-CALCULER-MARGE-FIN.
           MOVE SPACES TO FS-ENR-STAT.
           MOVE 'FAM' TO FS-STA-TYPE.
           MOVE WS-MRF-FAMILLE(WS-IND-MRF) TO FS-STA-CLE.
           MOVE 0 TO FS-STA-FACTURE.
           MOVE 0 TO FS-STA-CLIENT.
           PERFORM 3950-ECRIRE-STAT-DEB
              THRU 3950-ECRIRE-STAT-FIN.
           DISPLAY WS-MRF-FAMILLE(WS-IND-MRF) ' '
                   WS-ED-MONTANT ' ' WS-ED-MONTANT2 ' '
                   WS-ED-COUT ' ' WS-ED-MARGE ' ' WS-ED-TAUX.
       3110-EDITER-FAMILLE-FIN.
           EXIT.

       3200-EDITER-CLIENTS-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'MARGE PAR CLIENT'.
           DISPLAY 'CLIENT NOM                                VENTES'
                   '      AVOIRS    COUT NET       MARGE      %'.
           PERFORM 3210-EDITER-CLIENT-DEB
              THRU 3210-EDITER-CLIENT-FIN
              VARYING WS-IND-MRC FROM 1 BY 1
              UNTIL WS-IND-MRC > WS-NB-MAR-CLI.
       3200-EDITER-CLIENTS-FIN.
           EXIT.

       3210-EDITER-CLIENT-DEB.
           MOVE WS-MRC-VENTES(WS-IND-MRC) TO WS-CALC-VENTES.
           MOVE WS-MRC-AVOIRS(WS-IND-MRC) TO WS-CALC-AVOIRS.
           MOVE WS-MRC-COUT(WS-IND-MRC)   TO WS-CALC-COUT.
           PERFORM 3900-CALCULER-MARGE-DEB
              THRU 3900-CALCULER-MARGE-FIN.
           MOVE SPACES TO FS-ENR-STAT.
           MOVE 'CLI' TO FS-STA-TYPE.
           MOVE WS-MRC-CLIENT(WS-IND-MRC) TO FS-STA-CLE.
           MOVE 0 TO FS-STA-FACTURE.
           MOVE WS-MRC-CLIENT(WS-IND-MRC) TO FS-STA-CLIENT.
           PERFORM 3950-ECRIRE-STAT-DEB
              THRU 3950-ECRIRE-STAT-FIN.
           MOVE 0 TO WS-IND-CLI-TROUVE.
           PERFORM 3220-CHERCHER-NOM-DEB
              THRU 3220-CHERCHER-NOM-FIN
              VARYING WS-IND-CLI FROM 1 BY 1
              UNTIL WS-IND-CLI > WS-NB-CLIENTS
              OR WS-IND-CLI-TROUVE > 0.
           IF WS-IND-CLI-TROUVE = 0
              DISPLAY WS-MRC-CLIENT(WS-IND-MRC) '  '
                      '(CLIENT INCONNU)              '
                      WS-ED-MONTANT ' ' WS-ED-MONTANT2 ' '
                      WS-ED-COUT ' ' WS-ED-MARGE ' ' WS-ED-TAUX
           ELSE
              DISPLAY WS-MRC-CLIENT(WS-IND-MRC) '  '
                      WS-CLI-NOM(WS-IND-CLI-TROUVE)
                      WS-ED-MONTANT ' ' WS-ED-MONTANT2 ' '
                      WS-ED-COUT ' ' WS-ED-MARGE ' ' WS-ED-TAUX
           END-IF.
       3210-EDITER-CLIENT-FIN.
           EXIT.

       3220-CHERCHER-NOM-DEB.
           IF WS-CLI-ID(WS-IND-CLI) = WS-MRC-CLIENT(WS-IND-MRC)
              MOVE WS-IND-CLI TO WS-IND-CLI-TROUVE
           END-IF.
       3220-CHERCHER-NOM-FIN.
           EXIT.

      * LIGNES VENDUES SOUS LE COUT, AVEC L'ORIGINE DU PRIX.
       3300-EDITER-PERTES-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'LIGNES VENDUES SOUS LE COUT : ' WS-NB-SOUS-COUT.
           IF WS-NB-PERTES NOT = 0
              DISPLAY 'FACTURE LG CLIENT ARTICL QTE    VENTE HT'
                      '        COUT       MARGE ORIGINE'
              PERFORM 3310-EDITER-PERTE-DEB
                 THRU 3310-EDITER-PERTE-FIN
                 VARYING WS-IND-PER FROM 1 BY 1
                 UNTIL WS-IND-PER > WS-NB-PERTES
           END-IF.
       3300-EDITER-PERTES-FIN.
           EXIT.

       3310-EDITER-PERTE-DEB.
           MOVE WS-PER-HT(WS-IND-PER)   TO WS-CALC-VENTES.
           MOVE 0                       TO WS-CALC-AVOIRS.
           MOVE WS-PER-COUT(WS-IND-PER) TO WS-CALC-COUT.
           PERFORM 3900-CALCULER-MARGE-DEB
              THRU 3900-CALCULER-MARGE-FIN.
           MOVE SPACES TO FS-ENR-STAT.
           MOVE 'PER' TO FS-STA-TYPE.
           MOVE WS-PER-ARTICLE(WS-IND-PER) TO FS-STA-CLE.
           MOVE WS-PER-FACTURE(WS-IND-PER) TO FS-STA-FACTURE.
           MOVE WS-PER-CLIENT(WS-IND-PER)  TO FS-STA-CLIENT.
           MOVE WS-PER-SOURCE(WS-IND-PER)  TO FS-STA-SOURCE.
           PERFORM 3950-ECRIRE-STAT-DEB
              THRU 3950-ECRIRE-STAT-FIN.
           DISPLAY WS-PER-FACTURE(WS-IND-PER) '  '
                   WS-PER-LIGNE(WS-IND-PER) ' '
                   WS-PER-CLIENT(WS-IND-PER) ' '
                   WS-PER-ARTICLE(WS-IND-PER) ' '
                   WS-PER-QTE(WS-IND-PER) ' '
                   WS-ED-MONTANT ' ' WS-ED-COUT ' ' WS-ED-MARGE ' '
                   WS-PER-SOURCE(WS-IND-PER).
       3310-EDITER-PERTE-FIN.
           EXIT.

      * MARGE = VENTES - AVOIRS - COUT NET ; LE POURCENTAGE EST
      * RAPPORTE AUX VENTES NETTES (ZERO SI ELLES SONT NULLES).
       3900-CALCULER-MARGE-DEB.
           COMPUTE WS-CALC-NETTES = WS-CALC-VENTES - WS-CALC-AVOIRS.
           COMPUTE WS-CALC-MARGE = WS-CALC-NETTES - WS-CALC-COUT.
           IF WS-CALC-NETTES = 0
              MOVE 0 TO WS-CALC-TAUX
           ELSE
              COMPUTE WS-CALC-TAUX ROUNDED =
                      WS-CALC-MARGE * 100 / WS-CALC-NETTES
                 ON SIZE ERROR
                    MOVE 0 TO WS-CALC-TAUX
              END-COMPUTE
           END-IF.
           MOVE WS-CALC-VENTES TO WS-ED-MONTANT.
           MOVE WS-CALC-AVOIRS TO WS-ED-MONTANT2.
           MOVE WS-CALC-COUT   TO WS-ED-COUT.
           MOVE WS-CALC-MARGE  TO WS-ED-MARGE.
           MOVE WS-CALC-TAUX   TO WS-ED-TAUX.
       3900-CALCULER-MARGE-FIN.
           EXIT.

       3950-ECRIRE-STAT-DEB.
           MOVE WS-MOIS-TRT    TO FS-STA-MOIS.
           MOVE WS-CALC-VENTES TO FS-STA-VENTES.
           MOVE WS-CALC-AVOIRS TO FS-STA-AVOIRS.
           MOVE WS-CALC-COUT   TO FS-STA-COUT.
           MOVE WS-CALC-MARGE  TO FS-STA-MARGE.
           MOVE WS-CALC-TAUX   TO FS-STA-TAUX.
           WRITE FS-ENR-STAT.
       3950-ECRIRE-STAT-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'ANALYSE DE LA MARGE BRUTE'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           MOVE WS-TOT-VENTES TO WS-CALC-VENTES.
           MOVE WS-TOT-AVOIRS TO WS-CALC-AVOIRS.
           MOVE WS-TOT-COUT   TO WS-CALC-COUT.
           PERFORM 3900-CALCULER-MARGE-DEB
              THRU 3900-CALCULER-MARGE-FIN.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'LIGNES FACTUREES     : ' WS-NB-LIGNES-MOIS.
           DISPLAY 'AVOIRS DU MOIS       : ' WS-NB-AVOIRS-MOIS.
           DISPLAY 'COUTS HISTORIQUES    : ' WS-NB-COUT-HISTO.
           DISPLAY 'ARTICLES SANS COUT   : ' WS-NB-SANS-COUT.
           DISPLAY 'LIGNES SOUS LE COUT  : ' WS-NB-SOUS-COUT.
           DISPLAY 'VENTES HT            : ' WS-ED-MONTANT.
           DISPLAY 'AVOIRS HT            : ' WS-ED-MONTANT2.
           DISPLAY 'COUT NET DES VENTES  : ' WS-ED-COUT.
           DISPLAY 'MARGE BRUTE          : ' WS-ED-MARGE.
           DISPLAY 'TAUX DE MARGE (%)    : ' WS-ED-TAUX.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'MARGE BRUTE'        TO WS-LIEN-RECAPJR-IN-LIBELLE.
           COMPUTE WS-LIEN-RECAPJR-IN-VALEUR ROUNDED = WS-CALC-MARGE.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'LIGNES SOUS LE COUT' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-SOUS-COUT      TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM MARGEREP.
