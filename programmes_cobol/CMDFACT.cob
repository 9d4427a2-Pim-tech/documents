      *     PROGRAMME, LANCE APRES CMDSTATU ET AVANT LA BASCULE
      *     DE FCOMMAND_ENCOURS_NEW.TXT, RELIT :
      *       - L'HISTORIQUE DES STATUTS CMDSTATHISTO.TXT POUR
      *         Y TROUVER LES TRANSITIONS X OU P VERS F DU JOUR,
      *       - L'ANCIENNE GENERATION FCOMMAND_ENCOURS.TXT, QUI
      *         PORTE ENCORE LES LIGNES DE CES COMMANDES,
      *     ET CONSTRUIT UNE FACTURE NUMEROTEE PAR COMMANDE :
      *     ENTETE (CLIENT, COMMANDE, TOTAUX HT/TVA/TTC) DANS LE
      *     JOURNAL DES FACTURES FACTJOURNAL.TXT, LIGNES
      *     (ARTICLE, QUANTITE, MONTANT HT, TVA, ORIGINE DU PRIX
      *     'C' CONTRAT CLIENT / 'P' PROMOTION / 'L' CATALOGUE,
      *     PORTEE PAR LA LIGNE DE COMMANDE) DANS
      *     FACTLIGNES.TXT, ET FACTURE IMPRIMABLE SUR LA SORTIE.
      *
      *     LA NUMEROTATION EST SANS TROU ET SURVIT AUX
      *     NUMERO DU JOURNAL PLUS UN, ET UNE COMMANDE DEJA AU
      *     JOURNAL N'EST JAMAIS REFACTUREE. LES DEUX JOURNAUX
      *     SONT OUVERTS EN AJOUT, COMME FAUDITLOG.
      *
      *     UNE COMMANDE PARTIELLEMENT EXPEDIEE ('P') SOLDEE PAR
      *     UNE TRANSITION P VERS F N'EST FACTUREE QUE POUR LA
      *     QUANTITE EXPEDIEE DE CHAQUE LIGNE (TENUE PAR
      *     CMDEXPED), LE MONTANT HT AU PRORATA DE LA QUANTITE
      *     COMMANDEE ; UNE LIGNE SANS RIEN D'EXPEDIE N'EST PAS
      *     FACTUREE. UNE COMMANDE 'X' EST EXPEDIEE EN TOTALITE.
      *
      *     LES NUMEROS DE SERIE SORTIS PAR CMDEXPED POUR LA
      *     COMMANDE (REGISTRE NUMSERIES.TXT, EVENEMENT 'E') SONT
      *     EDITES SUR LA FACTURE ET RATTACHES A SON NUMERO PAR
      *     UN EVENEMENT 'F' AJOUTE AU REGISTRE.
      *
      *     UN CLIENT EXPORT DONT LA FICHE (FCLIENT) PORTE UNE
      *     DEVISE DE FACTURATION EST FACTURE DANS CETTE DEVISE,
      *     AU COURS DU JOUR DE FACTURE LU DANS LE FICHIER DES
      *     COURS D'INDEXREC (DEVISES, EUROS POUR UNE UNITE DE
      *     DEVISE) : CHAQUE LIGNE EST CONVERTIE PUIS SA TVA
      *     CALCULEE EN DEVISE. LES MONTANTS HT/TVA/TTC HISTORIQUES
      *     DU JOURNAL ET DES LIGNES RESTENT EN EUROS (CONTRE-
      *     VALEUR DES MONTANTS EN DEVISE AU COURS DE LA FACTURE),
      *     LA DEVISE, LE COURS ET LES MONTANTS EN DEVISE SONT
      *     AJOUTES EN FIN D'ENREGISTREMENT (A BLANC POUR UNE
      *     FACTURE EN EUROS). SANS COURS POUR SA DEVISE, LA
      *     COMMANDE N'EST PAS FACTUREE : RELANCER LE MEME JOUR
      *     (RUNDATE) UNE FOIS LE COURS DISPONIBLE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/factlignes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LGN.
           SELECT FIC-SERIES
              ASSIGN TO "./files/numseries.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SER.
      * FICHIER CLIENT (DEVISE DE FACTURATION) ET COURS DU JOUR
      * DES DEVISES, MEMES AFFECTATIONS QUE CLIMAINT ET INDEXREC.
           SELECT CLIENT
              ASSIGN TO FCLIENT
              FILE STATUS IS WS-STATUS-CLIENT.
           SELECT FIC-DEVISES
              ASSIGN TO DEVISES
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEV.

       DATA DIVISION.
       FILE SECTION.
           05 FS-ART-COUT  PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-ART-FAMILLE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-SERIALISE PIC X(1).

       FD FIC-JOURNAL-FACT RECORDING MODE IS F.
       01  FS-ENR-JRN-FACT.
           05 FS-JRF-TVA      PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TTC      PIC 9(7)V99.
      *    FACTURE EN DEVISE : DEVISE, COURS DE LA FACTURE ET
      *    MONTANTS FACTURES (A BLANC POUR UNE FACTURE EN EUROS).
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
           05 FS-LGF-TAUX    PIC 99V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TVA     PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-SOURCE  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-LGF-HT-DEV  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TVA-DEV PIC 9(7)V99.

      *    REGISTRE DES NUMEROS DE SERIE (MEME DECOUPAGE QUE
      *    ACHRECEP) : 'R' RECU, 'E' EXPEDIE, 'F' FACTURE, 'T'
      *    RETOURNE.
       FD FIC-SERIES RECORDING MODE IS F.
       01  FS-ENR-SERIE.
           05 FS-SER-SERIE    PIC X(12).
           05 FILLER PIC X(1).
           05 FS-SER-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-SER-EVT      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-SER-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-SER-CLIENT   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-SER-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-SER-FACTURE  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-SER-DATE     PIC 9(8).

       FD CLIENT.
       01  FS-CLIENT PIC X(106).

      *    MEME DECOUPAGE QUE LE FICHIER DES COURS D'INDEXREC.
       FD FIC-DEVISES.
       01  FS-ENR-DEVISE.
           05 FS-DEV-CODE PIC X(3).
           05 FILLER      PIC X(1).
           05 FS-DEV-TAUX PIC 9(3)V9(6).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDFACT'.
       01  WS-STATUS-CDE   PIC XX.
       01  WS-STATUS-JRN   PIC XX.
       01  WS-STATUS-LGN   PIC XX.
       01  WS-STATUS-SER   PIC XX.
       01  WS-STATUS-CLIENT PIC XX.
       01  WS-STATUS-DEV   PIC XX.

      * VUE DU CLIENT DU FICHIER FCLIENT (FORMAT BAPP1).
       01  WS-CLIENT.
           05 CLIENT-IDCLIENT PIC 9(5).
           05 CLIENT-NOM      PIC X(30).
           05 FILLER          PIC X(68).
           05 CLIENT-DEVISE   PIC X(3).

      * CLIENTS FACTURES EN DEVISE, ET COURS DU JOUR PAR DEVISE.
       01  WS-CLIENTS-DEVISE.
           05 WS-NB-CLI-DEV PIC 9(3) VALUE 0.
           05 WS-CDV OCCURS 500 TIMES.
               10 WS-CDV-ID     PIC 9(5).
               10 WS-CDV-DEVISE PIC X(3).
       01  WS-IND-CDV PIC 9(3).
       01  WS-COURS.
           05 WS-NB-COURS PIC 99 VALUE 0.
           05 WS-CRS OCCURS 20 TIMES.
               10 WS-CRS-CODE PIC X(3).
               10 WS-CRS-TAUX PIC 9(3)V9(6).
       01  WS-IND-CRS PIC 99.

      * DEVISE DE LA FACTURE EN COURS (A BLANC POUR L'EURO), SON
      * COURS ET SES MONTANTS EN DEVISE.
       01  WS-DEVISE-FACT    PIC X(3).
       01  WS-TAUX-DEVISE    PIC 9(3)V9(6).
       01  WS-COURS-TROUVE   PIC X.
       01  WS-HT-DEV         PIC 9(7)V99.
       01  WS-TVA-DEV        PIC 9(7)V99.
       01  WS-TOTAL-HT-DEV   PIC 9(7)V99.
       01  WS-TOTAL-TVA-DEV  PIC 9(7)V99.
       01  WS-TOTAL-TTC-DEV  PIC 9(7)V99.
       01  WS-TVA-AFFICHEE   PIC 9(7)V99.
       01  WS-DEVISE-EDITEE  PIC X(3).
       01  WS-TAUX-EDITE     PIC ZZ9.999999.

       01  WS-ENR-COMMANDE.
           05 CMD-IDCOMMAND PIC 9(5).
           05 CMD-QUANTITE  PIC 9(3).
           05 CMD-MONTANT   PIC 9(5)V99.
           05 CMD-OPERATEUR PIC X(8).
           05 CMD-SOURCE-PRIX PIC X(1).
           05 CMD-QTE-EXPEDIEE PIC 9(3).
           05 FILLER        PIC X(61).

       01  WS-DATE-REF PIC X(8) VALUE SPACES.

      * COMMANDES A FACTURER (TRANSITIONS X OU P VERS F DU JOUR),
      * ET COMMANDES DEJA AU JOURNAL (JAMAIS REFACTUREES).
       01  WS-A-FACTURER.
           05 WS-NB-A-FACT PIC 9(3) VALUE 0.
           05 WS-AFC OCCURS 200 TIMES.
               10 WS-AFC-IDCOMMAND PIC 9(5).
               10 WS-AFC-FAITE     PIC X.
               10 WS-AFC-ANCIEN    PIC X.
       01  WS-IND-AFC        PIC 9(3).
       01  WS-IND-AFC-TROUVE PIC 9(3).

       01  WS-TOTAL-TVA     PIC 9(7)V99.
       01  WS-TOTAL-TTC     PIC 9(7)V99.
       01  WS-TVA-LIGNE     PIC 9(5)V99.
       01  WS-QTE-FACT      PIC 9(3).
       01  WS-HT-LIGNE      PIC 9(5)V99.
      * TAUX NORMAL APPLIQUE QUAND LA FAMILLE DE L'ARTICLE EST
      * INCONNUE OU ABSENTE DE LA TABLE DES TAUX.
       01  WS-TAUX-DEFAUT   PIC 99V99 VALUE 20.00.
       01  WS-FAMILLE-LIGNE PIC X(3).
       01  WS-TAUX-TROUVE   PIC X.
       01  WS-HT-EDITE      PIC ZZZZZZ9.99.
       01  WS-EUR-EDITE     PIC ZZZZZZ9.99.
       01  WS-LIBELLE-SOURCE PIC X(9).
       01  WS-TVA-EDITEE    PIC ZZZZZZ9.99.
       01  WS-TTC-EDITE     PIC ZZZZZZ9.99.

      * DERNIER EVENEMENT DE CHAQUE NUMERO DE SERIE AU REGISTRE ;
      * UN NUMERO DONT LE DERNIER EVENEMENT EST 'E' ATTEND SA
      * FACTURE.
       01  WS-SERIES.
           05 WS-NB-SERIES PIC 9(4) VALUE 0.
           05 WS-SER OCCURS 2000 TIMES.
               10 WS-SER-SERIE    PIC X(12).
               10 WS-SER-CODE     PIC X(3).
               10 WS-SER-EVT      PIC X(1).
               10 WS-SER-DEPOT    PIC X(2).
               10 WS-SER-CLIENT   PIC 9(5).
               10 WS-SER-COMMANDE PIC 9(6).
       01  WS-IND-SER        PIC 9(4).
       01  WS-IND-SER-TROUVE PIC 9(4).

       01  WS-COMPTEURS.
           05 WS-NB-TRANSITIONS PIC 9(4) VALUE 0.
           05 WS-NB-FACTURES    PIC 9(4) VALUE 0.
           05 WS-NB-DEJA-VUES   PIC 9(4) VALUE 0.
           05 WS-NB-SANS-LIGNE  PIC 9(4) VALUE 0.
           05 WS-NB-NON-EXPED   PIC 9(4) VALUE 0.
           05 WS-NB-SERIES-FACT PIC 9(5) VALUE 0.
           05 WS-NB-FACT-DEVISE PIC 9(4) VALUE 0.
           05 WS-NB-SANS-COURS  PIC 9(4) VALUE 0.
       01  WS-TOTAL-FACTURE-JOUR PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CENTIMES     PIC S9(7) COMP-3.

              THRU 0500-CHARGER-TAUX-TVA-FIN.
           PERFORM 0600-CHARGER-FAMILLES-DEB
              THRU 0600-CHARGER-FAMILLES-FIN.
           PERFORM 0800-CHARGER-CLIENTS-DEVISE-DEB
              THRU 0800-CHARGER-CLIENTS-DEVISE-FIN.
           PERFORM 0900-CHARGER-COURS-DEB
              THRU 0900-CHARGER-COURS-FIN.
           PERFORM 1000-RELEVER-JOURNAL-DEB
              THRU 1000-RELEVER-JOURNAL-FIN.
           PERFORM 1500-CHARGER-REGISTRE-DEB
              THRU 1500-CHARGER-REGISTRE-FIN.
           PERFORM 2000-RELEVER-TRANSITIONS-DEB
              THRU 2000-RELEVER-TRANSITIONS-FIN.
           IF WS-NB-A-FACT = 0
       0720-CHERCHER-TAUX-FIN.
           EXIT.

      * CLIENTS FACTURES EN DEVISE ; SANS FICHIER CLIENT, TOUT EST
      * FACTURE EN EUROS. L'ENVELOPPE (ENTETE/FIN) EST SAUTEE.
       0800-CHARGER-CLIENTS-DEVISE-DEB.
           OPEN INPUT CLIENT.
           IF WS-STATUS-CLIENT = '00'
              PERFORM 0810-CHARGER-UN-CLIENT-DEB
                 THRU 0810-CHARGER-UN-CLIENT-FIN
                 UNTIL WS-STATUS-CLIENT NOT = '00'
              CLOSE CLIENT
              DISPLAY WS-NB-CLI-DEV ' CLIENT(S) FACTURE(S) EN DEVISE'
           ELSE
              DISPLAY 'FICHIER CLIENT ABSENT, TOUT EST FACTURE '
                      'EN EUROS'
           END-IF.
       0800-CHARGER-CLIENTS-DEVISE-FIN.
           EXIT.

       0810-CHARGER-UN-CLIENT-DEB.
           READ CLIENT INTO WS-CLIENT
              AT END
                 MOVE '10' TO WS-STATUS-CLIENT
           END-READ.
           IF WS-STATUS-CLIENT = '00'
              AND WS-CLIENT(1:6) NOT = 'ENTETE'
              AND WS-CLIENT(1:3) NOT = 'FIN'
              AND CLIENT-DEVISE NOT = SPACES
              AND CLIENT-DEVISE NOT = 'EUR'
              IF WS-NB-CLI-DEV < 500
                 ADD 1 TO WS-NB-CLI-DEV
                 MOVE CLIENT-IDCLIENT TO WS-CDV-ID(WS-NB-CLI-DEV)
                 MOVE CLIENT-DEVISE   TO WS-CDV-DEVISE(WS-NB-CLI-DEV)
              ELSE
                 DISPLAY 'TABLE DES CLIENTS EN DEVISE PLEINE (500), '
                         'CLIENT FACTURE EN EUROS : ' CLIENT-IDCLIENT
              END-IF
           END-IF.
       0810-CHARGER-UN-CLIENT-FIN.
           EXIT.

      * COURS DU JOUR DE FACTURE, TENU POUR INDEXREC.
       0900-CHARGER-COURS-DEB.
           OPEN INPUT FIC-DEVISES.
           IF WS-STATUS-DEV = '00'
              PERFORM 0910-CHARGER-UN-COURS-DEB
                 THRU 0910-CHARGER-UN-COURS-FIN
                 UNTIL WS-STATUS-DEV NOT = '00'
              CLOSE FIC-DEVISES
           ELSE
              IF WS-NB-CLI-DEV > 0
                 DISPLAY 'PAS DE FICHIER DES COURS, SEULES LES '
                         'FACTURES EN EUROS SONT EMISES'
              END-IF
           END-IF.
       0900-CHARGER-COURS-FIN.
           EXIT.

       0910-CHARGER-UN-COURS-DEB.
           READ FIC-DEVISES
              AT END
                 MOVE '10' TO WS-STATUS-DEV
           END-READ.
           IF WS-STATUS-DEV = '00'
              IF WS-NB-COURS < 20
                 ADD 1 TO WS-NB-COURS
                 MOVE FS-DEV-CODE TO WS-CRS-CODE(WS-NB-COURS)
                 MOVE FS-DEV-TAUX TO WS-CRS-TAUX(WS-NB-COURS)
              ELSE
                 DISPLAY 'TABLE DES COURS PLEINE (20), DEVISE '
                         'IGNOREE : ' FS-DEV-CODE
              END-IF
           END-IF.
       0910-CHARGER-UN-COURS-FIN.
           EXIT.

      * RELEVE DU JOURNAL DES FACTURES : PLUS GRAND NUMERO DEJA
      * ATTRIBUE (LA NUMEROTATION REPART DERRIERE, SANS TROU,
      * MEME APRES UNE RELANCE) ET COMMANDES DEJA FACTUREES.
      * TRANSITIONS X VERS F DU JOUR DANS L'HISTORIQUE DES
      * STATUTS : CHAQUE COMMANDE N'ENTRE QU'UNE FOIS DANS LA
      * LISTE, ET JAMAIS SI ELLE EST DEJA AU JOURNAL.
      * LE REGISTRE DES NUMEROS DE SERIE EST RELU EN ENTIER : LE
      * DERNIER EVENEMENT DE CHAQUE NUMERO DONNE SA POSITION.
       1500-CHARGER-REGISTRE-DEB.
           OPEN INPUT FIC-SERIES.
           IF WS-STATUS-SER = '00'
              PERFORM 1510-CHARGER-EVENEMENT-DEB
                 THRU 1510-CHARGER-EVENEMENT-FIN
                 UNTIL WS-STATUS-SER NOT = '00'
              CLOSE FIC-SERIES
           END-IF.
       1500-CHARGER-REGISTRE-FIN.
           EXIT.

       1510-CHARGER-EVENEMENT-DEB.
           READ FIC-SERIES
              AT END
                 MOVE '10' TO WS-STATUS-SER
           END-READ.
           IF WS-STATUS-SER = '00'
              MOVE 0 TO WS-IND-SER-TROUVE
              PERFORM 1520-COMPARER-SERIE-DEB
                 THRU 1520-COMPARER-SERIE-FIN
                 VARYING WS-IND-SER FROM 1 BY 1
                 UNTIL WS-IND-SER > WS-NB-SERIES
                 OR WS-IND-SER-TROUVE > 0
              IF WS-IND-SER-TROUVE = 0
                 IF WS-NB-SERIES < 2000
                    ADD 1 TO WS-NB-SERIES
                    MOVE WS-NB-SERIES TO WS-IND-SER-TROUVE
                    MOVE FS-SER-SERIE TO WS-SER-SERIE(WS-NB-SERIES)
                 ELSE
                    DISPLAY 'REGISTRE DES NUMEROS DE SERIE PLEIN '
                            '(2000), IGNORE : ' FS-SER-SERIE
                 END-IF
              END-IF
              IF WS-IND-SER-TROUVE > 0
                 MOVE FS-SER-CODE     TO WS-SER-CODE(WS-IND-SER-TROUVE)
                 MOVE FS-SER-EVT      TO WS-SER-EVT(WS-IND-SER-TROUVE)
                 MOVE FS-SER-DEPOT    TO WS-SER-DEPOT(WS-IND-SER-TROUVE)
                 MOVE FS-SER-CLIENT
                   TO WS-SER-CLIENT(WS-IND-SER-TROUVE)
                 MOVE FS-SER-COMMANDE
                   TO WS-SER-COMMANDE(WS-IND-SER-TROUVE)
              END-IF
           END-IF.
       1510-CHARGER-EVENEMENT-FIN.
           EXIT.

       1520-COMPARER-SERIE-DEB.
           IF WS-SER-SERIE(WS-IND-SER) = FS-SER-SERIE
              MOVE WS-IND-SER TO WS-IND-SER-TROUVE
           END-IF.
       1520-COMPARER-SERIE-FIN.
           EXIT.

       2000-RELEVER-TRANSITIONS-DEB.
           OPEN INPUT FIC-HISTO-STATUT.
           IF WS-STATUS-HISTO NOT = '00'
              THRU 2010-LIGNE-HISTO-FIN
              UNTIL WS-STATUS-HISTO NOT = '00'.
           CLOSE FIC-HISTO-STATUT.
           DISPLAY WS-NB-TRANSITIONS ' TRANSITION(S) X/P-F DU JOUR, '
                   WS-NB-A-FACT ' COMMANDE(S) A FACTURER'.
       2000-RELEVER-TRANSITIONS-FIN.
           EXIT.
           END-READ.
           IF WS-STATUS-HISTO = '00'
              IF FS-HIS-DATE = WS-DATE-REF
                 AND (FS-HIS-ANCIEN = 'X' OR FS-HIS-ANCIEN = 'P')
                 AND FS-HIS-NOUVEAU = 'F'
                 ADD 1 TO WS-NB-TRANSITIONS
                 PERFORM 2100-RETENIR-COMMANDE-DEB
                    MOVE FS-HIS-IDCOMMAND
                      TO WS-AFC-IDCOMMAND(WS-NB-A-FACT)
                    MOVE 'N' TO WS-AFC-FAITE(WS-NB-A-FACT)
                    MOVE FS-HIS-ANCIEN
                      TO WS-AFC-ANCIEN(WS-NB-A-FACT)
                 ELSE
                    DISPLAY 'TABLE DES COMMANDES A FACTURER '
                            'PLEINE (200) : ' FS-HIS-IDCOMMAND
           IF WS-STATUS-LGN NOT = '00'
              OPEN OUTPUT FIC-LIGNES-FACT
           END-IF.
           OPEN EXTEND FIC-SERIES.
           IF WS-STATUS-SER NOT = '00'
              OPEN OUTPUT FIC-SERIES
           END-IF.
           PERFORM 3010-LIGNE-COMMANDE-DEB
              THRU 3010-LIGNE-COMMANDE-FIN
              UNTIL WS-STATUS-CDE NOT = '00'.
           CLOSE FIC-COMMANDES.
           CLOSE FIC-JOURNAL-FACT.
           CLOSE FIC-LIGNES-FACT.
           CLOSE FIC-SERIES.
           PERFORM 3500-COMMANDES-SANS-LIGNE-DEB
              THRU 3500-COMMANDES-SANS-LIGNE-FIN.
       3000-FACTURER-FIN.
                       VARYING WS-IND-AFC FROM 1 BY 1
                       UNTIL WS-IND-AFC > WS-NB-A-FACT
                       OR WS-IND-AFC-TROUVE > 0
                    IF WS-IND-AFC-TROUVE > 0
                       PERFORM 3150-DEVISE-FACTURE-DEB
                          THRU 3150-DEVISE-FACTURE-FIN
                    END-IF
                    IF WS-IND-AFC-TROUVE > 0
                       PERFORM 3200-OUVRIR-FACTURE-DEB
                          THRU 3200-OUVRIR-FACTURE-FIN
       3100-CHERCHER-A-FACT-FIN.
           EXIT.

      * DEVISE DE FACTURATION DU CLIENT ET COURS DU JOUR ; UNE
      * DEVISE SANS COURS BLOQUE LA FACTURE (COMMANDE MARQUEE 'C',
      * SIGNALEE EN FIN DE RUN, REFACTURABLE A LA RELANCE).
       3150-DEVISE-FACTURE-DEB.
           MOVE SPACES TO WS-DEVISE-FACT.
           MOVE 1 TO WS-TAUX-DEVISE.
           PERFORM 3160-CHERCHER-CLIENT-DEV-DEB
              THRU 3160-CHERCHER-CLIENT-DEV-FIN
              VARYING WS-IND-CDV FROM 1 BY 1
              UNTIL WS-IND-CDV > WS-NB-CLI-DEV
              OR WS-DEVISE-FACT NOT = SPACES.
           IF WS-DEVISE-FACT NOT = SPACES
              MOVE 'N' TO WS-COURS-TROUVE
              PERFORM 3170-CHERCHER-COURS-DEB
                 THRU 3170-CHERCHER-COURS-FIN
                 VARYING WS-IND-CRS FROM 1 BY 1
                 UNTIL WS-IND-CRS > WS-NB-COURS
                 OR WS-COURS-TROUVE = 'O'
              IF WS-COURS-TROUVE = 'N'
                 MOVE 'C' TO WS-AFC-FAITE(WS-IND-AFC-TROUVE)
                 MOVE 0 TO WS-IND-AFC-TROUVE
                 ADD 1 TO WS-NB-SANS-COURS
                 DISPLAY 'COMMANDE ' CMD-IDCOMMAND ' CLIENT '
                         CMD-IDCLIENT ' : PAS DE COURS ' WS-DEVISE-FACT
                         ' DU JOUR, FACTURE NON EMISE'
              END-IF
           END-IF.
       3150-DEVISE-FACTURE-FIN.
           EXIT.

       3160-CHERCHER-CLIENT-DEV-DEB.
           IF WS-CDV-ID(WS-IND-CDV) = CMD-IDCLIENT
              MOVE WS-CDV-DEVISE(WS-IND-CDV) TO WS-DEVISE-FACT
           END-IF.
       3160-CHERCHER-CLIENT-DEV-FIN.
           EXIT.

       3170-CHERCHER-COURS-DEB.
           IF WS-CRS-CODE(WS-IND-CRS) = WS-DEVISE-FACT
              AND WS-CRS-TAUX(WS-IND-CRS) > 0
              MOVE WS-CRS-TAUX(WS-IND-CRS) TO WS-TAUX-DEVISE
              MOVE 'O' TO WS-COURS-TROUVE
           END-IF.
       3170-CHERCHER-COURS-FIN.
           EXIT.

       3200-OUVRIR-FACTURE-DEB.
           MOVE 'O' TO WS-FACTURE-OUVERTE.
           MOVE 'O' TO WS-AFC-FAITE(WS-IND-AFC-TROUVE).
           MOVE 0 TO WS-NB-LIGNES-FACT.
           MOVE 0 TO WS-TOTAL-HT.
           MOVE 0 TO WS-TOTAL-TVA.
           MOVE 0 TO WS-TOTAL-HT-DEV.
           MOVE 0 TO WS-TOTAL-TVA-DEV.
           MOVE 'EUR' TO WS-DEVISE-EDITEE.
           IF WS-DEVISE-FACT NOT = SPACES
              MOVE WS-DEVISE-FACT TO WS-DEVISE-EDITEE
           END-IF.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'FACTURE NO ' WS-NUMERO-FACTURE
                   ' DU ' WS-DATE-REF.
           DISPLAY 'CLIENT ' WS-CLIENT-FACT
                   '   COMMANDE ' CMD-IDCOMMAND.
           IF WS-DEVISE-FACT NOT = SPACES
              MOVE WS-TAUX-DEVISE TO WS-TAUX-EDITE
              DISPLAY 'FACTURE EN ' WS-DEVISE-FACT
                      ', COURS DU JOUR ' WS-TAUX-EDITE ' EUR'
           END-IF.
           DISPLAY '================================================'.
       3200-OUVRIR-FACTURE-FIN.
           EXIT.

      * QUANTITE FACTUREE : L'EXPEDIE POUR UNE COMMANDE SOLDEE
      * DEPUIS 'P', LE COMMANDE SINON (LIGNE ANTERIEURE AU SUIVI
      * DES EXPEDITIONS COMPRISE).
       3250-LIGNE-FACTURE-DEB.
           MOVE CMD-QUANTITE TO WS-QTE-FACT.
           IF WS-AFC-ANCIEN(WS-IND-AFC-TROUVE) = 'P'
              AND CMD-QTE-EXPEDIEE IS NUMERIC
              AND CMD-QTE-EXPEDIEE < CMD-QUANTITE
              MOVE CMD-QTE-EXPEDIEE TO WS-QTE-FACT
           END-IF.
           IF WS-QTE-FACT = 0
              ADD 1 TO WS-NB-NON-EXPED
              DISPLAY 'LIGNE ' CMD-NUMLIGNE ' ' CMD-ARTICLE
                      ' NON EXPEDIEE, NON FACTUREE'
           ELSE
              IF WS-QTE-FACT = CMD-QUANTITE
                 MOVE CMD-MONTANT TO WS-HT-LIGNE
              ELSE
                 COMPUTE WS-HT-LIGNE ROUNDED =
                         CMD-MONTANT * WS-QTE-FACT / CMD-QUANTITE
              END-IF
              ADD 1 TO WS-NB-LIGNES-FACT
              PERFORM 0700-TAUX-DE-LIGNE-DEB
                 THRU 0700-TAUX-DE-LIGNE-FIN
      *    EN DEVISE, LA LIGNE EST CONVERTIE AU COURS DE LA FACTURE
      *    ET SA TVA CALCULEE EN DEVISE ; LES MONTANTS EN EUROS
      *    SONT LA CONTRE-VALEUR DES MONTANTS EN DEVISE.
              IF WS-DEVISE-FACT = SPACES
                 COMPUTE WS-TVA-LIGNE ROUNDED =
                         WS-HT-LIGNE * WS-TAUX-TVA / 100
                 MOVE WS-TVA-LIGNE TO WS-TVA-AFFICHEE
              ELSE
                 COMPUTE WS-HT-DEV ROUNDED =
                         WS-HT-LIGNE / WS-TAUX-DEVISE
                 COMPUTE WS-TVA-DEV ROUNDED =
                         WS-HT-DEV * WS-TAUX-TVA / 100
                 COMPUTE WS-HT-LIGNE ROUNDED =
                         WS-HT-DEV * WS-TAUX-DEVISE
                 COMPUTE WS-TVA-LIGNE ROUNDED =
                         WS-TVA-DEV * WS-TAUX-DEVISE
                 ADD WS-HT-DEV  TO WS-TOTAL-HT-DEV
                 ADD WS-TVA-DEV TO WS-TOTAL-TVA-DEV
                 MOVE WS-TVA-DEV TO WS-TVA-AFFICHEE
              END-IF
              ADD WS-HT-LIGNE  TO WS-TOTAL-HT
              ADD WS-TVA-LIGNE TO WS-TOTAL-TVA
              MOVE SPACES TO FS-ENR-LGN-FACT
              MOVE WS-NUMERO-FACTURE TO FS-LGF-NUMERO
              MOVE CMD-NUMLIGNE      TO FS-LGF-LIGNE
              MOVE CMD-ARTICLE       TO FS-LGF-ARTICLE
              MOVE WS-QTE-FACT       TO FS-LGF-QTE
              MOVE WS-HT-LIGNE       TO FS-LGF-HT
              MOVE WS-TAUX-TVA       TO FS-LGF-TAUX
              MOVE WS-TVA-LIGNE      TO FS-LGF-TVA
              MOVE CMD-SOURCE-PRIX   TO FS-LGF-SOURCE
              MOVE WS-HT-LIGNE TO WS-HT-EDITE
              IF WS-DEVISE-FACT NOT = SPACES
                 MOVE WS-HT-DEV  TO FS-LGF-HT-DEV
                 MOVE WS-TVA-DEV TO FS-LGF-TVA-DEV
                 MOVE WS-HT-DEV  TO WS-HT-EDITE
              END-IF
              WRITE FS-ENR-LGN-FACT
              EVALUATE CMD-SOURCE-PRIX
                 WHEN 'C'
                    MOVE 'CONTRAT'   TO WS-LIBELLE-SOURCE
                 WHEN 'P'
                    MOVE 'PROMOTION' TO WS-LIBELLE-SOURCE
                 WHEN 'L'
                    MOVE 'CATALOGUE' TO WS-LIBELLE-SOURCE
                 WHEN OTHER
                    MOVE SPACES      TO WS-LIBELLE-SOURCE
              END-EVALUATE
              DISPLAY 'LIGNE ' CMD-NUMLIGNE ' ' CMD-ARTICLE
                      ' QTE ' WS-QTE-FACT
                      ' HT ' WS-HT-EDITE
                      ' TVA ' WS-TVA-AFFICHEE
                      ' ' WS-DEVISE-EDITEE
                      ' ' WS-LIBELLE-SOURCE
           END-IF.
       3250-LIGNE-FACTURE-FIN.
           EXIT.

           MOVE WS-TOTAL-HT       TO FS-JRF-HT.
           MOVE WS-TOTAL-TVA      TO FS-JRF-TVA.
           MOVE WS-TOTAL-TTC      TO FS-JRF-TTC.
           MOVE WS-TOTAL-HT  TO WS-HT-EDITE.
           MOVE WS-TOTAL-TVA TO WS-TVA-EDITEE.
           MOVE WS-TOTAL-TTC TO WS-TTC-EDITE.
           IF WS-DEVISE-FACT NOT = SPACES
              COMPUTE WS-TOTAL-TTC-DEV =
                      WS-TOTAL-HT-DEV + WS-TOTAL-TVA-DEV
              MOVE WS-DEVISE-FACT    TO FS-JRF-DEVISE
              MOVE WS-TAUX-DEVISE    TO FS-JRF-TAUX
              MOVE WS-TOTAL-HT-DEV   TO FS-JRF-HT-DEV
              MOVE WS-TOTAL-TVA-DEV  TO FS-JRF-TVA-DEV
              MOVE WS-TOTAL-TTC-DEV  TO FS-JRF-TTC-DEV
              MOVE WS-TOTAL-HT-DEV   TO WS-HT-EDITE
              MOVE WS-TOTAL-TVA-DEV  TO WS-TVA-EDITEE
              MOVE WS-TOTAL-TTC-DEV  TO WS-TTC-EDITE
              ADD 1 TO WS-NB-FACT-DEVISE
           END-IF.
           WRITE FS-ENR-JRN-FACT.
           ADD 1 TO WS-NB-FACTURES.
           ADD WS-TOTAL-TTC TO WS-TOTAL-FACTURE-JOUR.
           PERFORM 3310-FACTURER-SERIE-DEB
              THRU 3310-FACTURER-SERIE-FIN
              VARYING WS-IND-SER FROM 1 BY 1
              UNTIL WS-IND-SER > WS-NB-SERIES.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'TOTAL HT  : ' WS-HT-EDITE ' ' WS-DEVISE-EDITEE.
           DISPLAY 'TOTAL TVA : ' WS-TVA-EDITEE ' ' WS-DEVISE-EDITEE.
           DISPLAY 'TOTAL TTC : ' WS-TTC-EDITE ' ' WS-DEVISE-EDITEE.
           IF WS-DEVISE-FACT NOT = SPACES
              MOVE WS-TOTAL-TTC TO WS-EUR-EDITE
              DISPLAY 'CONTRE-VALEUR TTC : ' WS-EUR-EDITE ' EUR'
           END-IF.
           MOVE 'N' TO WS-FACTURE-OUVERTE.
       3300-CLORE-FACTURE-FIN.
           EXIT.

      * LES NUMEROS DE SERIE SORTIS POUR CETTE COMMANDE ET CE
      * CLIENT SONT RATTACHES A LA FACTURE.
       3310-FACTURER-SERIE-DEB.
           IF WS-SER-EVT(WS-IND-SER) = 'E'
              AND WS-SER-CLIENT(WS-IND-SER) = WS-CLIENT-FACT
              AND WS-SER-COMMANDE(WS-IND-SER) = WS-CDE-COURANTE
              MOVE 'F' TO WS-SER-EVT(WS-IND-SER)
              ADD 1 TO WS-NB-SERIES-FACT
              MOVE SPACES TO FS-ENR-SERIE
              MOVE WS-SER-SERIE(WS-IND-SER)    TO FS-SER-SERIE
              MOVE WS-SER-CODE(WS-IND-SER)     TO FS-SER-CODE
              MOVE 'F'                         TO FS-SER-EVT
              MOVE WS-SER-DEPOT(WS-IND-SER)    TO FS-SER-DEPOT
              MOVE WS-CLIENT-FACT              TO FS-SER-CLIENT
              MOVE WS-CDE-COURANTE             TO FS-SER-COMMANDE
              MOVE WS-NUMERO-FACTURE           TO FS-SER-FACTURE
              MOVE WS-DATE-REF                 TO FS-SER-DATE
              WRITE FS-ENR-SERIE
              DISPLAY 'NUMERO DE SERIE ' WS-SER-SERIE(WS-IND-SER)
                      ' (' WS-SER-CODE(WS-IND-SER) ')'
           END-IF.
       3310-FACTURER-SERIE-FIN.
           EXIT.

      * COMMANDES A FACTURER DONT AUCUNE LIGNE N'A ETE RETROUVEE
      * (GENERATION DEJA BASCULEE ?) : SIGNALEES POUR RELANCE
      * AVANT LA BASCULE.
           EXIT.

       3510-CONTROLER-FAITE-DEB.
           IF WS-AFC-FAITE(WS-IND-AFC) = 'C'
              DISPLAY 'COMMANDE ' WS-AFC-IDCOMMAND(WS-IND-AFC)
                      ' NON FACTUREE FAUTE DE COURS DE SA DEVISE : '
                      'RELANCER AVEC LE COURS DU JOUR'
           END-IF.
           IF WS-AFC-FAITE(WS-IND-AFC) = 'N'
              ADD 1 TO WS-NB-SANS-LIGNE
              DISPLAY 'COMMANDE ' WS-AFC-IDCOMMAND(WS-IND-AFC)
           DISPLAY '********************************************'.
           DISPLAY '*     FIN DU PROGRAMME ' WS-PROGRAM-ID     '*'.
           DISPLAY '********************************************'.
           DISPLAY 'TRANSITIONS X/P-F JOUR  : ' WS-NB-TRANSITIONS.
           DISPLAY 'FACTURES EMISES         : ' WS-NB-FACTURES.
           DISPLAY 'COMMANDES DEJA FACTUREES: ' WS-NB-DEJA-VUES.
           DISPLAY 'COMMANDES SANS LIGNE    : ' WS-NB-SANS-LIGNE.
           DISPLAY 'LIGNES NON EXPEDIEES    : ' WS-NB-NON-EXPED.
           DISPLAY 'NUMEROS DE SERIE FACT.  : ' WS-NB-SERIES-FACT.
           DISPLAY 'FACTURES EN DEVISE      : ' WS-NB-FACT-DEVISE.
           DISPLAY 'BLOQUEES FAUTE DE COURS : ' WS-NB-SANS-COURS.
           DISPLAY 'TOTAL TTC FACTURE (EUR) : '
                   WS-TOTAL-FACTURE-JOUR.
      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LE
      * TOTAL EST DEPOSE EN CENTIMES, COMME PARKFACT.
