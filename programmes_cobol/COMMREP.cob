       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMREP.

      *********************************************************
      *     RELEVE MENSUEL DES COMMISSIONS PAR REPRESENTANT.
      *
      *     LES COMMISSIONS ETAIENT CALCULEES A LA MAIN SUR LES
      *     RELEVES RELVCLI. CE PROGRAMME DE FIN DE MOIS
      *     (VARIABLE MOISTRT, AAAAMM, A DEFAUT LE MOIS EN
      *     COURS, COMME RECAPMOI) LES CALCULE A PARTIR :
      *       - DU REPRESENTANT PORTE PAR LA FICHE CLIENT
      *         (FCLIENT, TENU PAR CLIMAINT) ; C'EST LE
      *         REPRESENTANT ACTUEL DU CLIENT QUI EST COMMISSIONNE,
      *       - DE LA TABLE DES REPRESENTANTS (REPRESENT.TXT :
      *         CODE, NOM, FAMILLE D'ARTICLES, TAUX EN POURCENT ;
      *         UNE LIGNE PAR FAMILLE, LA FAMILLE '***' OU A
      *         BLANC DONNE LE TAUX PAR DEFAUT DU REPRESENTANT),
      *       - DES FACTURES (FACTJOURNAL.TXT / FACTLIGNES.TXT) :
      *         UNE FACTURE N'EST COMMISSIONNEE QUE LORSQU'ELLE
      *         EST SOLDEE PAR LES REGLEMENTS DE FACTREGL.TXT ;
      *         ELLE L'EST DANS LE MOIS DU REGLEMENT QUI LA SOLDE,
      *         SUR LE HT DE CHAQUE LIGNE AU TAUX DE LA FAMILLE DE
      *         L'ARTICLE (PREFIXE A 3 CARACTERES DU CODE DANS
      *         ARTICLES.TXT, COMME CMDFACT),
      *       - DES AVOIRS DE CMDRETUR (AVOIRJOURNAL.TXT, HT AU
      *         PRIX FACTURE) : LA COMMISSION D'UN AVOIR EST
      *         REPRISE SI SA FACTURE A ETE COMMISSIONNEE, DANS
      *         LE MOIS DE L'AVOIR, OU DANS LE MOIS DU SOLDE SI
      *         L'AVOIR EST ANTERIEUR AU SOLDE DE LA FACTURE.
      *     LE RELEVE (BASE, COMMISSION, AVOIRS, REPRISE, NET)
      *     EST EDITE PAR REPRESENTANT ET PAR FAMILLE ET ECRIT
      *     DANS COMMSTAT.TXT.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRESENTANTS
              ASSIGN TO "./files/represent.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REP.
           SELECT CLIENT
              ASSIGN TO FCLIENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CLIENT.
           SELECT FIC-ARTICLES
              ASSIGN TO "./files/articles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ART.
           SELECT FIC-JOURNAL-FACT
              ASSIGN TO "./files/factjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JRN.
           SELECT FIC-LIGNES-FACT
              ASSIGN TO "./files/factlignes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LGF.
           SELECT FIC-REGL-APPLIQUES
              ASSIGN TO "./files/factregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGA.
           SELECT FIC-AVOIRS
              ASSIGN TO "./files/avoirjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AVR.
           SELECT FIC-STATS
              ASSIGN TO "./files/commstat.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD REPRESENTANTS.
       01  FS-REPRESENTANT.
           05 FS-REP-CODE    PIC X(3).
           05 FILLER         PIC X(1).
           05 FS-REP-NOM     PIC X(20).
           05 FILLER         PIC X(1).
           05 FS-REP-FAMILLE PIC X(3).
           05 FILLER         PIC X(1).
           05 FS-REP-TAUX    PIC 99V99.

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

       FD FIC-REGL-APPLIQUES RECORDING MODE IS F.
       01  FS-ENR-RGA.
           05 FS-RGA-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-RGA-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-RGA-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-RGA-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGA-REFERENCE PIC X(10).
           05 FILLER PIC X(1).
           05 FS-RGA-DEVISE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RGA-MONTANT-DEV PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGA-TAUX      PIC 9(3)V9(6).
           05 FILLER PIC X(1).
           05 FS-RGA-SENS-ECART PIC X(1).
           05 FS-RGA-ECART     PIC 9(7)V99.

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

       FD FIC-STATS RECORDING MODE IS F.
       01  FS-ENR-STAT.
           05 FS-STA-MOIS       PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-STA-REP        PIC X(3).
           05 FILLER PIC X(1).
           05 FS-STA-NOM        PIC X(20).
           05 FILLER PIC X(1).
           05 FS-STA-FAMILLE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-STA-BASE       PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-STA-COMMISSION PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-STA-AVOIRS     PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-STA-REPRISE    PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-STA-NET        PIC S9(7)V99
                                SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'COMMREP'.
       01  WS-STATUS-REP    PIC XX.
       01  WS-STATUS-CLIENT PIC XX.
       01  WS-STATUS-ART    PIC XX.
       01  WS-STATUS-JRN    PIC XX.
       01  WS-STATUS-LGF    PIC XX.
       01  WS-STATUS-RGA    PIC XX.
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
           05 FILLER               PIC X(65).
           05 CLIENT-REPRESENTANT  PIC X(3).
           05 FILLER               PIC X(3).

      * TAUX DE COMMISSION : UNE ENTREE PAR REPRESENTANT ET
      * FAMILLE, TELLES QUE LUES DANS REPRESENT.TXT.
       01  WS-TAUX-COMMISSION.
           05 WS-NB-TAUX PIC 9(3) VALUE 0.
           05 WS-TAU OCCURS 300 TIMES.
               10 WS-TAU-REP     PIC X(3).
               10 WS-TAU-FAMILLE PIC X(3).
               10 WS-TAU-TAUX    PIC 99V99.
       01  WS-IND-TAU        PIC 9(3).
       01  WS-IND-TAU-TROUVE PIC 9(3).

      * REPRESENTANTS DISTINCTS ET LEURS CUMULS DU MOIS.
       01  WS-VENDEURS.
           05 WS-NB-VENDEURS PIC 9(3) VALUE 0.
           05 WS-VND OCCURS 100 TIMES.
               10 WS-VND-CODE       PIC X(3).
               10 WS-VND-NOM        PIC X(20).
               10 WS-VND-BASE       PIC 9(7)V99.
               10 WS-VND-COMMISSION PIC 9(7)V99.
               10 WS-VND-AVOIRS     PIC 9(7)V99.
               10 WS-VND-REPRISE    PIC 9(7)V99.
       01  WS-IND-VND        PIC 9(3).
       01  WS-IND-VND-TROUVE PIC 9(3).

      * REPRESENTANT DE CHAQUE CLIENT.
       01  WS-CLIENTS.
           05 WS-NB-CLIENTS PIC 9(4) VALUE 0.
           05 WS-CLI OCCURS 2000 TIMES.
               10 WS-CLI-ID  PIC 9(5).
               10 WS-CLI-REP PIC X(3).
       01  WS-IND-CLI        PIC 9(4).
       01  WS-IND-CLI-TROUVE PIC 9(4).

      * FAMILLE DE CHAQUE CODE STOCK (PREMIER DEPOT RENCONTRE).
       01  WS-FAMILLES.
           05 WS-NB-FAMILLES PIC 9(3) VALUE 0.
           05 WS-FAM OCCURS 500 TIMES.
               10 WS-FAM-CODE    PIC X(3).
               10 WS-FAM-FAMILLE PIC X(3).
       01  WS-IND-FAM        PIC 9(3).
       01  WS-IND-FAM-TROUVE PIC 9(3).

      * FACTURES, CUMUL DE LEURS REGLEMENTS ET DATE DU SOLDE
      * (ZERO TANT QUE LA FACTURE N'EST PAS SOLDEE).
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 3000 TIMES.
               10 WS-FAC-NUMERO   PIC 9(6).
               10 WS-FAC-CLIENT   PIC 9(5).
               10 WS-FAC-COMMANDE PIC 9(5).
               10 WS-FAC-TTC      PIC 9(7)V99.
               10 WS-FAC-REGLE    PIC 9(8)V99.
               10 WS-FAC-DATE-SOLDE PIC 9(8).
               10 WS-FAC-DATE-SOLDE-R
                     REDEFINES WS-FAC-DATE-SOLDE.
                   15 WS-FAC-SOLDE-AAAAMM PIC 9(6).
                   15 WS-FAC-SOLDE-JJ     PIC 9(2).
       01  WS-IND-FAC        PIC 9(4).
       01  WS-IND-FAC-TROUVE PIC 9(4).

      * CUMULS DU MOIS PAR REPRESENTANT ET FAMILLE.
       01  WS-CUMULS.
           05 WS-NB-CUMULS PIC 9(3) VALUE 0.
           05 WS-CUM OCCURS 500 TIMES.
               10 WS-CUM-REP        PIC X(3).
               10 WS-CUM-FAMILLE    PIC X(3).
               10 WS-CUM-BASE       PIC 9(7)V99.
               10 WS-CUM-COMMISSION PIC 9(7)V99.
               10 WS-CUM-AVOIRS     PIC 9(7)V99.
               10 WS-CUM-REPRISE    PIC 9(7)V99.
       01  WS-IND-CUM        PIC 9(3).
       01  WS-IND-CUM-TROUVE PIC 9(3).

      * ZONES DE TRAVAIL D'UNE IMPUTATION (LIGNE OU AVOIR).
       01  WS-CLE-CLIENT   PIC 9(5).
       01  WS-CLE-ARTICLE  PIC X(6).
       01  WS-CLE-REP      PIC X(3).
       01  WS-CLE-FAMILLE  PIC X(3).
       01  WS-MONTANT-BASE PIC 9(7)V99.
       01  WS-TAUX-RETENU  PIC 99V99.
       01  WS-MONTANT-COMM PIC 9(7)V99.
       01  WS-SENS-IMPUTATION PIC X.
       01  WS-AVOIR-OK        PIC X.
           88 WS-IMPUTER-COMMISSION VALUE 'C'.
           88 WS-IMPUTER-REPRISE    VALUE 'R'.
       01  WS-NET          PIC S9(8)V99.

       01  WS-COMPTEURS.
           05 WS-NB-SOLDEES      PIC 9(4) VALUE 0.
           05 WS-NB-LIGNES-COMM  PIC 9(5) VALUE 0.
           05 WS-NB-AVOIRS-REPR  PIC 9(4) VALUE 0.
           05 WS-NB-SANS-REP     PIC 9(4) VALUE 0.
           05 WS-NB-SANS-TAUX    PIC 9(4) VALUE 0.

       01  WS-TOTAUX.
           05 WS-TOT-BASE       PIC 9(8)V99 VALUE 0.
           05 WS-TOT-COMMISSION PIC 9(8)V99 VALUE 0.
           05 WS-TOT-AVOIRS     PIC 9(8)V99 VALUE 0.
           05 WS-TOT-REPRISE    PIC 9(8)V99 VALUE 0.

       01  WS-ED-MONTANT  PIC ZZZZZZ9.99.
       01  WS-ED-MONTANT2 PIC ZZZZZZ9.99.
       01  WS-ED-MONTANT3 PIC ZZZZZZ9.99.
       01  WS-ED-MONTANT4 PIC ZZZZZZ9.99.
       01  WS-ED-NET      PIC -ZZZZZZ9.99.

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
       0000-COMMREP-DEB.
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
           PERFORM 1000-CHARGER-REPRESENTANTS-DEB
              THRU 1000-CHARGER-REPRESENTANTS-FIN.
           PERFORM 1100-CHARGER-CLIENTS-DEB
              THRU 1100-CHARGER-CLIENTS-FIN.
           PERFORM 1200-CHARGER-FAMILLES-DEB
              THRU 1200-CHARGER-FAMILLES-FIN.
           PERFORM 1300-CHARGER-FACTURES-DEB
              THRU 1300-CHARGER-FACTURES-FIN.
           PERFORM 1400-DATER-SOLDES-DEB
              THRU 1400-DATER-SOLDES-FIN.
           PERFORM 2000-COMMISSIONNER-LIGNES-DEB
              THRU 2000-COMMISSIONNER-LIGNES-FIN.
           PERFORM 2500-REPRENDRE-AVOIRS-DEB
              THRU 2500-REPRENDRE-AVOIRS-FIN.
           PERFORM 3000-EDITER-RELEVE-DEB
              THRU 3000-EDITER-RELEVE-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-COMMREP-FIN.
           EXIT.

      * TABLE DES TAUX ET LISTE DES REPRESENTANTS DISTINCTS.
       1000-CHARGER-REPRESENTANTS-DEB.
           OPEN INPUT REPRESENTANTS.
           IF WS-STATUS-REP NOT = '00'
              DISPLAY 'TABLE DES REPRESENTANTS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-UN-REP-DEB
              THRU 1010-CHARGER-UN-REP-FIN
              UNTIL WS-STATUS-REP NOT = '00'.
           CLOSE REPRESENTANTS.
       1000-CHARGER-REPRESENTANTS-FIN.
           EXIT.

       1010-CHARGER-UN-REP-DEB.
           READ REPRESENTANTS
              AT END
                 MOVE '10' TO WS-STATUS-REP
           END-READ.
           IF WS-STATUS-REP = '00'
              AND FS-REP-CODE NOT = SPACES
              IF FS-REP-TAUX IS NUMERIC
                 IF WS-NB-TAUX < 300
                    ADD 1 TO WS-NB-TAUX
                    MOVE FS-REP-CODE    TO WS-TAU-REP(WS-NB-TAUX)
                    MOVE FS-REP-FAMILLE TO WS-TAU-FAMILLE(WS-NB-TAUX)
                    MOVE FS-REP-TAUX    TO WS-TAU-TAUX(WS-NB-TAUX)
                 ELSE
                    DISPLAY 'TABLE DES TAUX PLEINE (300), LIGNE '
                            'IGNOREE : ' FS-REP-CODE ' ' FS-REP-FAMILLE
                 END-IF
              END-IF
              MOVE FS-REP-CODE TO WS-CLE-REP
              PERFORM 1020-TROUVER-VENDEUR-DEB
                 THRU 1020-TROUVER-VENDEUR-FIN
              IF WS-IND-VND-TROUVE = 0
                 IF WS-NB-VENDEURS < 100
                    ADD 1 TO WS-NB-VENDEURS
                    MOVE FS-REP-CODE TO WS-VND-CODE(WS-NB-VENDEURS)
                    MOVE FS-REP-NOM  TO WS-VND-NOM(WS-NB-VENDEURS)
                    MOVE 0 TO WS-VND-BASE(WS-NB-VENDEURS)
                    MOVE 0 TO WS-VND-COMMISSION(WS-NB-VENDEURS)
                    MOVE 0 TO WS-VND-AVOIRS(WS-NB-VENDEURS)
                    MOVE 0 TO WS-VND-REPRISE(WS-NB-VENDEURS)
                 ELSE
                    DISPLAY 'TABLE DES REPRESENTANTS PLEINE (100), '
                            'REPRESENTANT IGNORE : ' FS-REP-CODE
                 END-IF
              END-IF
           END-IF.
       1010-CHARGER-UN-REP-FIN.
           EXIT.

       1020-TROUVER-VENDEUR-DEB.
           MOVE 0 TO WS-IND-VND-TROUVE.
           PERFORM 1030-CHERCHER-VENDEUR-DEB
              THRU 1030-CHERCHER-VENDEUR-FIN
              VARYING WS-IND-VND FROM 1 BY 1
              UNTIL WS-IND-VND > WS-NB-VENDEURS
              OR WS-IND-VND-TROUVE > 0.
       1020-TROUVER-VENDEUR-FIN.
           EXIT.

       1030-CHERCHER-VENDEUR-DEB.
           IF WS-VND-CODE(WS-IND-VND) = WS-CLE-REP
              MOVE WS-IND-VND TO WS-IND-VND-TROUVE
           END-IF.
       1030-CHERCHER-VENDEUR-FIN.
           EXIT.

      * REPRESENTANT DE CHAQUE CLIENT (ENVELOPPE SAUTEE).
       1100-CHARGER-CLIENTS-DEB.
           OPEN INPUT CLIENT.
           IF WS-STATUS-CLIENT = '00'
              PERFORM 1110-CHARGER-UN-CLIENT-DEB
                 THRU 1110-CHARGER-UN-CLIENT-FIN
                 UNTIL WS-STATUS-CLIENT NOT = '00'
              CLOSE CLIENT
           ELSE
              DISPLAY 'FICHIER CLIENT INTROUVABLE'
           END-IF.
       1100-CHARGER-CLIENTS-FIN.
           EXIT.

       1110-CHARGER-UN-CLIENT-DEB.
           MOVE SPACES TO WS-CLIENT.
           READ CLIENT INTO WS-CLIENT
              AT END
                 MOVE '10' TO WS-STATUS-CLIENT
           END-READ.
           IF WS-STATUS-CLIENT = '00'
              IF WS-CLIENT(1:6) NOT = 'ENTETE'
                 AND WS-CLIENT(1:3) NOT = 'FIN'
                 AND CLIENT-REPRESENTANT NOT = SPACES
                 IF WS-NB-CLIENTS < 2000
                    ADD 1 TO WS-NB-CLIENTS
                    MOVE CLIENT-IDCLIENT     TO WS-CLI-ID(WS-NB-CLIENTS)
                    MOVE CLIENT-REPRESENTANT
                      TO WS-CLI-REP(WS-NB-CLIENTS)
                 ELSE
                    DISPLAY 'TABLE DES CLIENTS PLEINE (2000), CLIENT '
                            'IGNORE : ' CLIENT-IDCLIENT
                 END-IF
              END-IF
           END-IF.
       1110-CHARGER-UN-CLIENT-FIN.
           EXIT.

      * FAMILLE DE CHAQUE CODE STOCK : LE PREMIER DEPOT
      * RENCONTRE FAIT FOI, COMME DANS CMDFACT.
       1200-CHARGER-FAMILLES-DEB.
           OPEN INPUT FIC-ARTICLES.
           IF WS-STATUS-ART = '00'
              PERFORM 1210-CHARGER-FAMILLE-DEB
                 THRU 1210-CHARGER-FAMILLE-FIN
                 UNTIL WS-STATUS-ART NOT = '00'
              CLOSE FIC-ARTICLES
           ELSE
              DISPLAY 'FICHIER ARTICLES INTROUVABLE, TAUX PAR '
                      'DEFAUT APPLIQUES'
           END-IF.
       1200-CHARGER-FAMILLES-FIN.
           EXIT.

       1210-CHARGER-FAMILLE-DEB.
           READ FIC-ARTICLES
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
           IF WS-STATUS-ART = '00'
              MOVE 0 TO WS-IND-FAM-TROUVE
              PERFORM 1220-CHERCHER-FAMILLE-DEB
                 THRU 1220-CHERCHER-FAMILLE-FIN
                 VARYING WS-IND-FAM FROM 1 BY 1
                 UNTIL WS-IND-FAM > WS-NB-FAMILLES
                 OR WS-IND-FAM-TROUVE > 0
              IF WS-IND-FAM-TROUVE = 0
                 AND WS-NB-FAMILLES < 500
                 ADD 1 TO WS-NB-FAMILLES
                 MOVE FS-ART-CODE    TO WS-FAM-CODE(WS-NB-FAMILLES)
                 MOVE FS-ART-FAMILLE TO WS-FAM-FAMILLE(WS-NB-FAMILLES)
              END-IF
           END-IF.
       1210-CHARGER-FAMILLE-FIN.
           EXIT.

       1220-CHERCHER-FAMILLE-DEB.
           IF WS-FAM-CODE(WS-IND-FAM) = FS-ART-CODE
              MOVE WS-IND-FAM TO WS-IND-FAM-TROUVE
           END-IF.
       1220-CHERCHER-FAMILLE-FIN.
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
                 MOVE FS-JRF-CLIENT   TO WS-FAC-CLIENT(WS-NB-FACTURES)
                 MOVE FS-JRF-COMMANDE
                   TO WS-FAC-COMMANDE(WS-NB-FACTURES)
                 MOVE FS-JRF-TTC      TO WS-FAC-TTC(WS-NB-FACTURES)
                 MOVE 0 TO WS-FAC-REGLE(WS-NB-FACTURES)
                 MOVE 0 TO WS-FAC-DATE-SOLDE(WS-NB-FACTURES)
              ELSE
                 DISPLAY 'TABLE DES FACTURES PLEINE (3000), '
                         'FACTURE IGNOREE : ' FS-JRF-NUMERO
              END-IF
           END-IF.
       1310-CHARGER-FACTURE-FIN.
           EXIT.

      * LES REGLEMENTS SONT AJOUTES DANS L'ORDRE DU FICHIER PAR
      * CMDENCAI : LA FACTURE EST SOLDEE A LA DATE DU REGLEMENT
      * QUI PORTE LE CUMUL AU MONTANT TTC.
       1400-DATER-SOLDES-DEB.
           OPEN INPUT FIC-REGL-APPLIQUES.
           IF WS-STATUS-RGA = '00'
              PERFORM 1410-UN-REGLEMENT-DEB
                 THRU 1410-UN-REGLEMENT-FIN
                 UNTIL WS-STATUS-RGA NOT = '00'
              CLOSE FIC-REGL-APPLIQUES
           ELSE
              DISPLAY 'AUCUN REGLEMENT APPLIQUE'
           END-IF.
       1400-DATER-SOLDES-FIN.
           EXIT.

       1410-UN-REGLEMENT-DEB.
           READ FIC-REGL-APPLIQUES
              AT END
                 MOVE '10' TO WS-STATUS-RGA
           END-READ.
           IF WS-STATUS-RGA = '00'
              MOVE 0 TO WS-IND-FAC-TROUVE
              PERFORM 1420-CHERCHER-FACTURE-DEB
                 THRU 1420-CHERCHER-FACTURE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
                 OR WS-IND-FAC-TROUVE > 0
              IF WS-IND-FAC-TROUVE NOT = 0
                 ADD FS-RGA-MONTANT TO WS-FAC-REGLE(WS-IND-FAC-TROUVE)
                 IF WS-FAC-DATE-SOLDE(WS-IND-FAC-TROUVE) = 0
                    AND WS-FAC-REGLE(WS-IND-FAC-TROUVE)
                        NOT < WS-FAC-TTC(WS-IND-FAC-TROUVE)
                    MOVE FS-RGA-DATE
                      TO WS-FAC-DATE-SOLDE(WS-IND-FAC-TROUVE)
                    IF WS-FAC-SOLDE-AAAAMM(WS-IND-FAC-TROUVE)
                       = WS-MOIS-TRT
                       ADD 1 TO WS-NB-SOLDEES
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1410-UN-REGLEMENT-FIN.
           EXIT.

       1420-CHERCHER-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-RGA-NUMERO
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       1420-CHERCHER-FACTURE-FIN.
           EXIT.

      * LIGNES DES FACTURES SOLDEES DANS LE MOIS.
       2000-COMMISSIONNER-LIGNES-DEB.
           OPEN INPUT FIC-LIGNES-FACT.
           IF WS-STATUS-LGF NOT = '00'
              DISPLAY 'LIGNES DE FACTURES INTROUVABLES'
           ELSE
              PERFORM 2010-UNE-LIGNE-DEB
                 THRU 2010-UNE-LIGNE-FIN
                 UNTIL WS-STATUS-LGF NOT = '00'
              CLOSE FIC-LIGNES-FACT
           END-IF.
       2000-COMMISSIONNER-LIGNES-FIN.
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
                 IF WS-FAC-DATE-SOLDE(WS-IND-FAC-TROUVE) NOT = 0
                    AND WS-FAC-SOLDE-AAAAMM(WS-IND-FAC-TROUVE)
                        = WS-MOIS-TRT
                    MOVE WS-FAC-CLIENT(WS-IND-FAC-TROUVE)
                      TO WS-CLE-CLIENT
                    MOVE FS-LGF-ARTICLE TO WS-CLE-ARTICLE
                    MOVE FS-LGF-HT      TO WS-MONTANT-BASE
                    MOVE 'C' TO WS-SENS-IMPUTATION
                    PERFORM 2900-IMPUTER-DEB
                       THRU 2900-IMPUTER-FIN
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

      * UN AVOIR N'EST REPRIS QUE SI SA FACTURE (MEME CLIENT,
      * MEME COMMANDE) EST SOLDEE A FIN DE MOIS : DANS LE MOIS DE
      * L'AVOIR, OU DANS LE MOIS DU SOLDE POUR UN AVOIR ANTERIEUR.
       2500-REPRENDRE-AVOIRS-DEB.
           OPEN INPUT FIC-AVOIRS.
           IF WS-STATUS-AVR NOT = '00'
              DISPLAY 'AUCUN AVOIR'
           ELSE
              PERFORM 2510-UN-AVOIR-DEB
                 THRU 2510-UN-AVOIR-FIN
                 UNTIL WS-STATUS-AVR NOT = '00'
              CLOSE FIC-AVOIRS
           END-IF.
       2500-REPRENDRE-AVOIRS-FIN.
           EXIT.

       2510-UN-AVOIR-DEB.
           MOVE 'O' TO WS-AVOIR-OK.
           READ FIC-AVOIRS
              AT END
                 MOVE '10' TO WS-STATUS-AVR
           END-READ.
           IF WS-STATUS-AVR NOT = '00'
              MOVE 'N' TO WS-AVOIR-OK
           END-IF.
           IF WS-AVOIR-OK = 'O'
              IF FS-AVR-DATE-AAAAMM > WS-MOIS-TRT
                 MOVE 'N' TO WS-AVOIR-OK
              END-IF
           END-IF.
           IF WS-AVOIR-OK = 'O'
              MOVE 0 TO WS-IND-FAC-TROUVE
              PERFORM 2520-CHERCHER-COMMANDE-DEB
                 THRU 2520-CHERCHER-COMMANDE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
                 OR WS-IND-FAC-TROUVE > 0
              IF WS-IND-FAC-TROUVE = 0
                 MOVE 'N' TO WS-AVOIR-OK
              END-IF
           END-IF.
           IF WS-AVOIR-OK = 'O'
              IF WS-FAC-DATE-SOLDE(WS-IND-FAC-TROUVE) = 0
                 OR WS-FAC-SOLDE-AAAAMM(WS-IND-FAC-TROUVE)
                    > WS-MOIS-TRT
                 MOVE 'N' TO WS-AVOIR-OK
              END-IF
           END-IF.
           IF WS-AVOIR-OK = 'O'
              IF FS-AVR-DATE-AAAAMM < WS-MOIS-TRT
                 AND WS-FAC-SOLDE-AAAAMM(WS-IND-FAC-TROUVE)
                     NOT = WS-MOIS-TRT
                 MOVE 'N' TO WS-AVOIR-OK
              END-IF
           END-IF.
           IF WS-AVOIR-OK = 'O'
              MOVE FS-AVR-CLIENT  TO WS-CLE-CLIENT
              MOVE FS-AVR-ARTICLE TO WS-CLE-ARTICLE
              MOVE FS-AVR-MONTANT TO WS-MONTANT-BASE
              MOVE 'R' TO WS-SENS-IMPUTATION
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

      * IMPUTATION D'UN MONTANT HT (LIGNE OU AVOIR) AU
      * REPRESENTANT DU CLIENT, AU TAUX DE LA FAMILLE DE
      * L'ARTICLE, A DEFAUT AU TAUX PAR DEFAUT DU REPRESENTANT.
       2900-IMPUTER-DEB.
           MOVE 0 TO WS-IND-CLI-TROUVE.
           PERFORM 2910-CHERCHER-CLIENT-DEB
              THRU 2910-CHERCHER-CLIENT-FIN
              VARYING WS-IND-CLI FROM 1 BY 1
              UNTIL WS-IND-CLI > WS-NB-CLIENTS
              OR WS-IND-CLI-TROUVE > 0.
           IF WS-IND-CLI-TROUVE = 0
              ADD 1 TO WS-NB-SANS-REP
           ELSE
              MOVE WS-CLI-REP(WS-IND-CLI-TROUVE) TO WS-CLE-REP
              PERFORM 1020-TROUVER-VENDEUR-DEB
                 THRU 1020-TROUVER-VENDEUR-FIN
              IF WS-IND-VND-TROUVE = 0
                 ADD 1 TO WS-NB-SANS-REP
              ELSE
                 MOVE SPACES TO WS-CLE-FAMILLE
                 MOVE 0 TO WS-IND-FAM-TROUVE
                 PERFORM 2920-FAMILLE-ARTICLE-DEB
                    THRU 2920-FAMILLE-ARTICLE-FIN
                    VARYING WS-IND-FAM FROM 1 BY 1
                    UNTIL WS-IND-FAM > WS-NB-FAMILLES
                    OR WS-IND-FAM-TROUVE > 0
                 MOVE 0 TO WS-IND-TAU-TROUVE
                 IF WS-CLE-FAMILLE NOT = SPACES
                    PERFORM 2930-TAUX-FAMILLE-DEB
                       THRU 2930-TAUX-FAMILLE-FIN
                       VARYING WS-IND-TAU FROM 1 BY 1
                       UNTIL WS-IND-TAU > WS-NB-TAUX
                       OR WS-IND-TAU-TROUVE > 0
                 END-IF
                 IF WS-IND-TAU-TROUVE = 0
                    PERFORM 2940-TAUX-DEFAUT-DEB
                       THRU 2940-TAUX-DEFAUT-FIN
                       VARYING WS-IND-TAU FROM 1 BY 1
                       UNTIL WS-IND-TAU > WS-NB-TAUX
                       OR WS-IND-TAU-TROUVE > 0
                 END-IF
                 IF WS-IND-TAU-TROUVE = 0
                    MOVE 0 TO WS-TAUX-RETENU
                    ADD 1 TO WS-NB-SANS-TAUX
                 ELSE
                    MOVE WS-TAU-TAUX(WS-IND-TAU-TROUVE)
                      TO WS-TAUX-RETENU
                 END-IF
                 COMPUTE WS-MONTANT-COMM ROUNDED =
                         WS-MONTANT-BASE * WS-TAUX-RETENU / 100
                 PERFORM 2950-TROUVER-CUMUL-DEB
                    THRU 2950-TROUVER-CUMUL-FIN
                 IF WS-IND-CUM-TROUVE NOT = 0
                    IF WS-IMPUTER-COMMISSION
                       ADD 1 TO WS-NB-LIGNES-COMM
                       ADD WS-MONTANT-BASE
                         TO WS-CUM-BASE(WS-IND-CUM-TROUVE)
                       ADD WS-MONTANT-BASE
                         TO WS-VND-BASE(WS-IND-VND-TROUVE)
                       ADD WS-MONTANT-BASE TO WS-TOT-BASE
                       ADD WS-MONTANT-COMM
                          TO WS-CUM-COMMISSION(WS-IND-CUM-TROUVE)
                       ADD WS-MONTANT-COMM
                          TO WS-VND-COMMISSION(WS-IND-VND-TROUVE)
                       ADD WS-MONTANT-COMM TO WS-TOT-COMMISSION
                    ELSE
                       ADD 1 TO WS-NB-AVOIRS-REPR
                       ADD WS-MONTANT-BASE
                         TO WS-CUM-AVOIRS(WS-IND-CUM-TROUVE)
                       ADD WS-MONTANT-BASE
                         TO WS-VND-AVOIRS(WS-IND-VND-TROUVE)
                       ADD WS-MONTANT-BASE TO WS-TOT-AVOIRS
                       ADD WS-MONTANT-COMM
                          TO WS-CUM-REPRISE(WS-IND-CUM-TROUVE)
                       ADD WS-MONTANT-COMM
                          TO WS-VND-REPRISE(WS-IND-VND-TROUVE)
                       ADD WS-MONTANT-COMM TO WS-TOT-REPRISE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2900-IMPUTER-FIN.
           EXIT.

       2910-CHERCHER-CLIENT-DEB.
           IF WS-CLI-ID(WS-IND-CLI) = WS-CLE-CLIENT
              MOVE WS-IND-CLI TO WS-IND-CLI-TROUVE
           END-IF.
       2910-CHERCHER-CLIENT-FIN.
           EXIT.

       2920-FAMILLE-ARTICLE-DEB.
           IF WS-FAM-CODE(WS-IND-FAM) = WS-CLE-ARTICLE(1:3)
              MOVE WS-IND-FAM TO WS-IND-FAM-TROUVE
              MOVE WS-FAM-FAMILLE(WS-IND-FAM) TO WS-CLE-FAMILLE
           END-IF.
       2920-FAMILLE-ARTICLE-FIN.
           EXIT.

       2930-TAUX-FAMILLE-DEB.
           IF WS-TAU-REP(WS-IND-TAU) = WS-CLE-REP
              AND WS-TAU-FAMILLE(WS-IND-TAU) = WS-CLE-FAMILLE
              MOVE WS-IND-TAU TO WS-IND-TAU-TROUVE
           END-IF.
       2930-TAUX-FAMILLE-FIN.
           EXIT.

       2940-TAUX-DEFAUT-DEB.
           IF WS-TAU-REP(WS-IND-TAU) = WS-CLE-REP
              AND (WS-TAU-FAMILLE(WS-IND-TAU) = '***'
                   OR WS-TAU-FAMILLE(WS-IND-TAU) = SPACES)
              MOVE WS-IND-TAU TO WS-IND-TAU-TROUVE
           END-IF.
       2940-TAUX-DEFAUT-FIN.
           EXIT.

      * CUMUL DU REPRESENTANT POUR LA FAMILLE, CREE AU BESOIN
      * (FAMILLE INCONNUE EDITEE SOUS '???').
       2950-TROUVER-CUMUL-DEB.
           IF WS-CLE-FAMILLE = SPACES
              MOVE '???' TO WS-CLE-FAMILLE
           END-IF.
           MOVE 0 TO WS-IND-CUM-TROUVE.
           PERFORM 2960-CHERCHER-CUMUL-DEB
              THRU 2960-CHERCHER-CUMUL-FIN
              VARYING WS-IND-CUM FROM 1 BY 1
              UNTIL WS-IND-CUM > WS-NB-CUMULS
              OR WS-IND-CUM-TROUVE > 0.
           IF WS-IND-CUM-TROUVE = 0
              IF WS-NB-CUMULS < 500
                 ADD 1 TO WS-NB-CUMULS
                 MOVE WS-NB-CUMULS TO WS-IND-CUM-TROUVE
                 MOVE WS-CLE-REP
                   TO WS-CUM-REP(WS-IND-CUM-TROUVE)
                 MOVE WS-CLE-FAMILLE
                   TO WS-CUM-FAMILLE(WS-IND-CUM-TROUVE)
                 MOVE 0 TO WS-CUM-BASE(WS-IND-CUM-TROUVE)
                 MOVE 0 TO WS-CUM-COMMISSION(WS-IND-CUM-TROUVE)
                 MOVE 0 TO WS-CUM-AVOIRS(WS-IND-CUM-TROUVE)
                 MOVE 0 TO WS-CUM-REPRISE(WS-IND-CUM-TROUVE)
              ELSE
                 DISPLAY 'TABLE DES CUMULS PLEINE (500), '
                         'MONTANT IGNORE : ' WS-CLE-REP ' '
                         WS-CLE-FAMILLE
              END-IF
           END-IF.
       2950-TROUVER-CUMUL-FIN.
           EXIT.

       2960-CHERCHER-CUMUL-DEB.
           IF WS-CUM-REP(WS-IND-CUM) = WS-CLE-REP
              AND WS-CUM-FAMILLE(WS-IND-CUM) = WS-CLE-FAMILLE
              MOVE WS-IND-CUM TO WS-IND-CUM-TROUVE
           END-IF.
       2960-CHERCHER-CUMUL-FIN.
           EXIT.

      * RELEVE PAR REPRESENTANT (ORDRE DE LA TABLE), DETAILLE
      * PAR FAMILLE, AVEC SOUS-TOTAL.
       3000-EDITER-RELEVE-DEB.
           OPEN OUTPUT FIC-STATS.
           PERFORM 3010-EDITER-VENDEUR-DEB
              THRU 3010-EDITER-VENDEUR-FIN
              VARYING WS-IND-VND FROM 1 BY 1
              UNTIL WS-IND-VND > WS-NB-VENDEURS.
           DISPLAY '---------------------------------------------'.
           CLOSE FIC-STATS.
       3000-EDITER-RELEVE-FIN.
           EXIT.

       3010-EDITER-VENDEUR-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'REPRESENTANT ' WS-VND-CODE(WS-IND-VND) ' '
                   WS-VND-NOM(WS-IND-VND).
           DISPLAY 'FAM       BASE HT  COMMISSION     AVOIRS'
                   '    REPRISE         NET'.
           PERFORM 3020-EDITER-FAMILLE-DEB
              THRU 3020-EDITER-FAMILLE-FIN
              VARYING WS-IND-CUM FROM 1 BY 1
              UNTIL WS-IND-CUM > WS-NB-CUMULS.
           COMPUTE WS-NET = WS-VND-COMMISSION(WS-IND-VND)
                          - WS-VND-REPRISE(WS-IND-VND).
           MOVE WS-VND-BASE(WS-IND-VND)       TO WS-ED-MONTANT.
           MOVE WS-VND-COMMISSION(WS-IND-VND) TO WS-ED-MONTANT2.
           MOVE WS-VND-AVOIRS(WS-IND-VND)     TO WS-ED-MONTANT3.
           MOVE WS-VND-REPRISE(WS-IND-VND)    TO WS-ED-MONTANT4.
           MOVE WS-NET                        TO WS-ED-NET.
           DISPLAY 'TOT ' WS-ED-MONTANT ' ' WS-ED-MONTANT2 ' '
                   WS-ED-MONTANT3 ' ' WS-ED-MONTANT4 ' ' WS-ED-NET.
       3010-EDITER-VENDEUR-FIN.
           EXIT.

       3020-EDITER-FAMILLE-DEB.
           IF WS-CUM-REP(WS-IND-CUM) = WS-VND-CODE(WS-IND-VND)
              COMPUTE WS-NET = WS-CUM-COMMISSION(WS-IND-CUM)
                             - WS-CUM-REPRISE(WS-IND-CUM)
              MOVE SPACES TO FS-ENR-STAT
              MOVE WS-MOIS-TRT                    TO FS-STA-MOIS
              MOVE WS-VND-CODE(WS-IND-VND)        TO FS-STA-REP
              MOVE WS-VND-NOM(WS-IND-VND)         TO FS-STA-NOM
              MOVE WS-CUM-FAMILLE(WS-IND-CUM)     TO FS-STA-FAMILLE
              MOVE WS-CUM-BASE(WS-IND-CUM)        TO FS-STA-BASE
              MOVE WS-CUM-COMMISSION(WS-IND-CUM)  TO FS-STA-COMMISSION
              MOVE WS-CUM-AVOIRS(WS-IND-CUM)      TO FS-STA-AVOIRS
              MOVE WS-CUM-REPRISE(WS-IND-CUM)     TO FS-STA-REPRISE
              MOVE WS-NET                         TO FS-STA-NET
              WRITE FS-ENR-STAT
              MOVE WS-CUM-BASE(WS-IND-CUM)       TO WS-ED-MONTANT
              MOVE WS-CUM-COMMISSION(WS-IND-CUM) TO WS-ED-MONTANT2
              MOVE WS-CUM-AVOIRS(WS-IND-CUM)     TO WS-ED-MONTANT3
              MOVE WS-CUM-REPRISE(WS-IND-CUM)    TO WS-ED-MONTANT4
              MOVE WS-NET                        TO WS-ED-NET
              DISPLAY WS-CUM-FAMILLE(WS-IND-CUM) ' '
                      WS-ED-MONTANT ' ' WS-ED-MONTANT2 ' '
                      WS-ED-MONTANT3 ' ' WS-ED-MONTANT4 ' ' WS-ED-NET
           END-IF.
       3020-EDITER-FAMILLE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'RELEVE DES COMMISSIONS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           COMPUTE WS-NET = WS-TOT-COMMISSION - WS-TOT-REPRISE.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'REPRESENTANTS        : ' WS-NB-VENDEURS.
           DISPLAY 'FACTURES SOLDEES     : ' WS-NB-SOLDEES.
           DISPLAY 'LIGNES COMMISSIONNEES: ' WS-NB-LIGNES-COMM.
           DISPLAY 'AVOIRS REPRIS        : ' WS-NB-AVOIRS-REPR.
           DISPLAY 'SANS REPRESENTANT    : ' WS-NB-SANS-REP.
           DISPLAY 'SANS TAUX APPLICABLE : ' WS-NB-SANS-TAUX.
           MOVE WS-TOT-BASE TO WS-ED-MONTANT.
           DISPLAY 'BASE COMMISSIONNEE   : ' WS-ED-MONTANT.
           MOVE WS-TOT-COMMISSION TO WS-ED-MONTANT.
           DISPLAY 'COMMISSIONS          : ' WS-ED-MONTANT.
           MOVE WS-TOT-REPRISE TO WS-ED-MONTANT.
           DISPLAY 'REPRISES SUR AVOIRS  : ' WS-ED-MONTANT.
           MOVE WS-NET TO WS-ED-NET.
           DISPLAY 'COMMISSIONS NETTES   : ' WS-ED-NET.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'COMMISSIONS NETTES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           COMPUTE WS-LIEN-RECAPJR-IN-VALEUR ROUNDED = WS-NET.
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

       END PROGRAM COMMREP.
