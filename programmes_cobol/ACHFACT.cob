       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHFACT.

      *********************************************************
      *     SAISIE DES FACTURES FOURNISSEURS ET RAPPROCHEMENT
      *     A TROIS VOIES : COMMANDE / RECEPTION / FACTURE.
      *
      *     ACHCDE EMET LES COMMANDES (POACHATS.TXT) ET ACHRECEP
      *     Y RAPPROCHE LES LIVRAISONS, MAIS LA FACTURE DU
      *     FOURNISSEUR RESTAIT POINTEE A LA MAIN CONTRE LE BON
      *     DE LIVRAISON. CE PROGRAMME RELIT LES LIGNES DE
      *     FACTURES DU JOUR (FACTFOURN.TXT : NUMERO DE FACTURE,
      *     FOURNISSEUR, DATE, NUMERO DE COMMANDE, ARTICLE,
      *     QUANTITE, PRIX UNITAIRE) ET CONTROLE CHAQUE LIGNE :
      *       - LE FOURNISSEUR EXISTE DANS FOURNISSEURS.TXT,
      *       - LA COMMANDE EXISTE AU CARNET, CHEZ CE
      *         FOURNISSEUR, POUR CET ARTICLE,
      *       - LA QUANTITE FACTUREE (CUMULEE AVEC LES FACTURES
      *         DEJA ENREGISTREES SUR LA COMMANDE) NE DEPASSE NI
      *         LA QUANTITE COMMANDEE NI LA QUANTITE RECUE,
      *       - LE PRIX FACTURE EST LE PRIX CONVENU DE LA
      *         COMMANDE, A LA TOLERANCE PRES (VARIABLE TOLPRIX
      *         EN POURCENT, 1 PAR DEFAUT),
      *       - LA LIGNE N'A PAS DEJA ETE ENREGISTREE.
      *     LES LIGNES RAPPROCHEES SONT AJOUTEES AU GRAND LIVRE
      *     DES FOURNISSEURS (FOURNJOURNAL.TXT, TYPE 'F'). LES
      *     ECARTS PARTENT SUR L'ETAT DES FACTURES BLOQUEES
      *     (FACTBLOQ.TXT, CODE ET LIBELLE DU MOTIF) QUE
      *     L'ACHETEUR SOLDE AVANT DE RESSAISIR LA LIGNE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FACT-FOURN
              ASSIGN TO "./files/factfourn.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FFO.
           SELECT FIC-FOURNISSEURS
              ASSIGN TO "./files/fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FOUR.
           SELECT FIC-CARNET
              ASSIGN TO "./files/poachats.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CARNET.
           SELECT FIC-JOURNAL-FOURN
              ASSIGN TO "./files/fournjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FJO.
           SELECT FIC-BLOQUEES
              ASSIGN TO "./files/factbloq.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-BLQ.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-FACT-FOURN RECORDING MODE IS F.
       01  FS-ENR-FACT-FOURN.
           05 FS-FFO-NUMERO   PIC X(10).
           05 FILLER PIC X(1).
           05 FS-FFO-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-FFO-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-FFO-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-FFO-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-FFO-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-FFO-PRIX     PIC 9(5)V99.

       FD FIC-FOURNISSEURS RECORDING MODE IS F.
       01  FS-ENR-FOURNISSEUR.
           05 FS-FOU-CODE  PIC X(4).
           05 FILLER PIC X(1).
           05 FS-FOU-NOM   PIC X(20).
           05 FILLER PIC X(1).
           05 FS-FOU-DELAI PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-FOU-TERME PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-FOU-IBAN  PIC X(34).
           05 FILLER PIC X(1).
           05 FS-FOU-BIC   PIC X(11).
           05 FILLER PIC X(1).
           05 FS-FOU-STATUT PIC X(1).

       FD FIC-CARNET RECORDING MODE IS F.
       01  FS-ENR-CARNET.
           05 FS-CAR-NUMERO   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-CAR-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-CAR-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-CAR-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-CAR-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-CAR-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-CAR-QTE-RECUE PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-CAR-ATTENDUE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-CAR-ETAT     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-CAR-PRIX     PIC 9(5)V99.

      * GRAND LIVRE DES FOURNISSEURS : UNE LIGNE PAR LIGNE DE
      * FACTURE RAPPROCHEE ('F'), MONTANT = QUANTITE X PRIX.
       FD FIC-JOURNAL-FOURN RECORDING MODE IS F.
       01  FS-ENR-JRN-FOURN.
           05 FS-FJO-TYPE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-FJO-NUMERO   PIC X(10).
           05 FILLER PIC X(1).
           05 FS-FJO-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-FJO-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-FJO-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-FJO-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-FJO-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-FJO-PRIX     PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-FJO-MONTANT  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-FJO-SAISIE   PIC 9(8).

      * ETAT DES FACTURES BLOQUEES : LA LIGNE TELLE QUE SAISIE,
      * PRECEDEE DU MOTIF DE BLOCAGE.
       FD FIC-BLOQUEES RECORDING MODE IS F.
       01  FS-ENR-BLOQUEE.
           05 FS-BLQ-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-BLQ-MOTIF    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-BLQ-LIBELLE  PIC X(30).
           05 FILLER PIC X(1).
           05 FS-BLQ-FACTURE  PIC X(55).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'ACHFACT'.
       01  WS-STATUS-FFO    PIC XX.
       01  WS-STATUS-FOUR   PIC XX.
       01  WS-STATUS-CARNET PIC XX.
       01  WS-STATUS-FJO    PIC XX.
       01  WS-STATUS-BLQ    PIC XX.

       01  WS-DATE-JOUR PIC 9(8).
       01  WS-ENV-TOL   PIC X(3) VALUE SPACES.
       01  WS-TOLERANCE PIC 9(3) VALUE 1.
       01  WS-ECART-PRIX  PIC S9(5)V99.
       01  WS-ECART-MAXI  PIC 9(5)V99.
       01  WS-MONTANT-LIGNE PIC 9(7)V99.

       01  WS-FOURNISSEURS.
           05 WS-NB-FOURN PIC 9(3) VALUE 0.
           05 WS-FOU OCCURS 50 TIMES.
               10 WS-FOU-CODE  PIC X(4).
       01  WS-IND-FOU        PIC 9(3).
       01  WS-IND-FOU-TROUVE PIC 9(3).

      * CARNET EN MEMOIRE, AVEC LA QUANTITE DEJA FACTUREE
      * RELEVEE DANS LE GRAND LIVRE.
       01  WS-CARNET.
           05 WS-NB-COMMANDES PIC 9(3) VALUE 0.
           05 WS-CAR OCCURS 300 TIMES.
               10 WS-CAR-NUMERO    PIC 9(6).
               10 WS-CAR-FOURN     PIC X(4).
               10 WS-CAR-CODE      PIC X(3).
               10 WS-CAR-QTE       PIC 9(5).
               10 WS-CAR-QTE-RECUE PIC 9(5).
               10 WS-CAR-QTE-FACT  PIC 9(5).
               10 WS-CAR-PRIX      PIC 9(5)V99.
       01  WS-IND-CAR        PIC 9(3).
       01  WS-IND-CAR-TROUVE PIC 9(3).
       01  WS-CLE-COMMANDE   PIC 9(6).

      * LIGNES DEJA ENREGISTREES (FOURNISSEUR, FACTURE,
      * COMMANDE, ARTICLE) POUR REFUSER LES DOUBLES SAISIES.
       01  WS-DEJA-SAISIES.
           05 WS-NB-SAISIES PIC 9(4) VALUE 0.
           05 WS-SAI OCCURS 999 TIMES.
               10 WS-SAI-FOURN    PIC X(4).
               10 WS-SAI-NUMERO   PIC X(10).
               10 WS-SAI-COMMANDE PIC 9(6).
               10 WS-SAI-CODE     PIC X(3).
       01  WS-IND-SAI        PIC 9(4).
       01  WS-IND-SAI-TROUVE PIC 9(4).

       01  WS-MOTIF         PIC X(2).
       01  WS-MOTIF-LIBELLE PIC X(30).

       01  WS-COMPTEURS.
           05 WS-NB-LIGNES-LUES PIC 9(5) VALUE 0.
           05 WS-NB-RAPPROCHEES PIC 9(5) VALUE 0.
           05 WS-NB-BLOQUEES    PIC 9(5) VALUE 0.
       01  WS-TOTAL-RAPPROCHE PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CENTIMES  PIC S9(7) COMP-3.

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
       0000-ACHFACT-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-TOL FROM ENVIRONMENT "TOLPRIX"
              ON EXCEPTION
                 MOVE SPACES TO WS-ENV-TOL
           END-ACCEPT.
           IF WS-ENV-TOL NOT = SPACES
              MOVE WS-ENV-TOL TO WS-TOLERANCE
           END-IF.
           DISPLAY 'TOLERANCE SUR LE PRIX CONVENU : '
                   WS-TOLERANCE ' %'.
           PERFORM 1000-CHARGER-FOURNISSEURS-DEB
              THRU 1000-CHARGER-FOURNISSEURS-FIN.
           PERFORM 1100-CHARGER-CARNET-DEB
              THRU 1100-CHARGER-CARNET-FIN.
           PERFORM 1200-RELEVER-JOURNAL-DEB
              THRU 1200-RELEVER-JOURNAL-FIN.
           PERFORM 2000-TRAITER-FACTURES-DEB
              THRU 2000-TRAITER-FACTURES-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-ACHFACT-FIN.
           EXIT.

       1000-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT FIC-FOURNISSEURS.
           IF WS-STATUS-FOUR NOT = '00'
              DISPLAY 'FICHIER DES FOURNISSEURS INTROUVABLE, '
                      'AUCUNE FACTURE RAPPROCHABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-FOURNISSEUR-DEB
              THRU 1010-CHARGER-FOURNISSEUR-FIN
              UNTIL WS-STATUS-FOUR NOT = '00'.
           CLOSE FIC-FOURNISSEURS.
           DISPLAY WS-NB-FOURN ' FOURNISSEUR(S) CHARGES'.
       1000-CHARGER-FOURNISSEURS-FIN.
           EXIT.

       1010-CHARGER-FOURNISSEUR-DEB.
           READ FIC-FOURNISSEURS
              AT END
                 MOVE '10' TO WS-STATUS-FOUR
           END-READ.
           IF WS-STATUS-FOUR = '00'
              IF WS-NB-FOURN < 50
                 ADD 1 TO WS-NB-FOURN
                 MOVE FS-FOU-CODE TO WS-FOU-CODE(WS-NB-FOURN)
              ELSE
                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE (50), '
                         'FOURNISSEUR IGNORE : ' FS-FOU-CODE
              END-IF
           END-IF.
       1010-CHARGER-FOURNISSEUR-FIN.
           EXIT.

       1100-CHARGER-CARNET-DEB.
           OPEN INPUT FIC-CARNET.
           IF WS-STATUS-CARNET NOT = '00'
              DISPLAY 'CARNET DES COMMANDES FOURNISSEURS '
                      'INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1110-CHARGER-COMMANDE-DEB
              THRU 1110-CHARGER-COMMANDE-FIN
              UNTIL WS-STATUS-CARNET NOT = '00'.
           CLOSE FIC-CARNET.
           DISPLAY WS-NB-COMMANDES ' COMMANDE(S) AU CARNET'.
       1100-CHARGER-CARNET-FIN.
           EXIT.

       1110-CHARGER-COMMANDE-DEB.
           READ FIC-CARNET
              AT END
                 MOVE '10' TO WS-STATUS-CARNET
           END-READ.
           IF WS-STATUS-CARNET = '00'
              IF WS-NB-COMMANDES < 300
                 ADD 1 TO WS-NB-COMMANDES
                 MOVE FS-CAR-NUMERO
                   TO WS-CAR-NUMERO(WS-NB-COMMANDES)
                 MOVE FS-CAR-FOURN
                   TO WS-CAR-FOURN(WS-NB-COMMANDES)
                 MOVE FS-CAR-CODE
                   TO WS-CAR-CODE(WS-NB-COMMANDES)
                 MOVE FS-CAR-QTE
                   TO WS-CAR-QTE(WS-NB-COMMANDES)
                 MOVE FS-CAR-QTE-RECUE
                   TO WS-CAR-QTE-RECUE(WS-NB-COMMANDES)
                 MOVE 0 TO WS-CAR-QTE-FACT(WS-NB-COMMANDES)
      *          PRIX CONVENU FACULTATIF (COMMANDES ANCIENNES).
                 IF FS-CAR-PRIX IS NUMERIC
                    MOVE FS-CAR-PRIX
                      TO WS-CAR-PRIX(WS-NB-COMMANDES)
                 ELSE
                    MOVE 0 TO WS-CAR-PRIX(WS-NB-COMMANDES)
                 END-IF
              ELSE
                 DISPLAY 'CARNET PLEIN (300), COMMANDE IGNOREE : '
                         FS-CAR-NUMERO
              END-IF
           END-IF.
       1110-CHARGER-COMMANDE-FIN.
           EXIT.

      * LES FACTURES DEJA AU GRAND LIVRE ALIMENTENT LA QUANTITE
      * FACTUREE DE CHAQUE COMMANDE ET LA TABLE ANTI-DOUBLON.
       1200-RELEVER-JOURNAL-DEB.
           OPEN INPUT FIC-JOURNAL-FOURN.
           IF WS-STATUS-FJO = '00'
              PERFORM 1210-RELEVER-LIGNE-DEB
                 THRU 1210-RELEVER-LIGNE-FIN
                 UNTIL WS-STATUS-FJO NOT = '00'
              CLOSE FIC-JOURNAL-FOURN
           END-IF.
       1200-RELEVER-JOURNAL-FIN.
           EXIT.

       1210-RELEVER-LIGNE-DEB.
           READ FIC-JOURNAL-FOURN
              AT END
                 MOVE '10' TO WS-STATUS-FJO
           END-READ.
           IF WS-STATUS-FJO = '00'
              AND FS-FJO-TYPE = 'F'
              MOVE FS-FJO-COMMANDE TO WS-CLE-COMMANDE
              PERFORM 2100-TROUVER-COMMANDE-DEB
                 THRU 2100-TROUVER-COMMANDE-FIN
              IF WS-IND-CAR-TROUVE > 0
                 ADD FS-FJO-QTE
                    TO WS-CAR-QTE-FACT(WS-IND-CAR-TROUVE)
              END-IF
              IF WS-NB-SAISIES < 999
                 ADD 1 TO WS-NB-SAISIES
                 MOVE FS-FJO-FOURN    TO WS-SAI-FOURN(WS-NB-SAISIES)
                 MOVE FS-FJO-NUMERO   TO WS-SAI-NUMERO(WS-NB-SAISIES)
                 MOVE FS-FJO-COMMANDE
                   TO WS-SAI-COMMANDE(WS-NB-SAISIES)
                 MOVE FS-FJO-CODE     TO WS-SAI-CODE(WS-NB-SAISIES)
              ELSE
                 DISPLAY 'TABLE DES FACTURES SAISIES PLEINE (999)'
                 PERFORM 9990-FIN-ANORMALE-DEB
                    THRU 9990-FIN-ANORMALE-FIN
              END-IF
           END-IF.
       1210-RELEVER-LIGNE-FIN.
           EXIT.

       2000-TRAITER-FACTURES-DEB.
           OPEN INPUT FIC-FACT-FOURN.
           IF WS-STATUS-FFO NOT = '00'
              DISPLAY 'AUCUNE FACTURE FOURNISSEUR CE JOUR'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN EXTEND FIC-JOURNAL-FOURN.
           IF WS-STATUS-FJO NOT = '00'
              OPEN OUTPUT FIC-JOURNAL-FOURN
           END-IF.
           OPEN OUTPUT FIC-BLOQUEES.
           DISPLAY '---------------------------------------------'.
           PERFORM 2010-UNE-LIGNE-DEB
              THRU 2010-UNE-LIGNE-FIN
              UNTIL WS-STATUS-FFO NOT = '00'.
           CLOSE FIC-FACT-FOURN.
           CLOSE FIC-JOURNAL-FOURN.
           CLOSE FIC-BLOQUEES.
       2000-TRAITER-FACTURES-FIN.
           EXIT.

       2010-UNE-LIGNE-DEB.
           READ FIC-FACT-FOURN
              AT END
                 MOVE '10' TO WS-STATUS-FFO
           END-READ.
           IF WS-STATUS-FFO = '00'
              ADD 1 TO WS-NB-LIGNES-LUES
              PERFORM 2200-CONTROLER-LIGNE-DEB
                 THRU 2200-CONTROLER-LIGNE-FIN
              IF WS-MOTIF = SPACES
                 PERFORM 2300-ENREGISTRER-LIGNE-DEB
                    THRU 2300-ENREGISTRER-LIGNE-FIN
              ELSE
                 PERFORM 2400-BLOQUER-LIGNE-DEB
                    THRU 2400-BLOQUER-LIGNE-FIN
              END-IF
           END-IF.
       2010-UNE-LIGNE-FIN.
           EXIT.

      * COMMANDE DU CARNET POUR CE NUMERO ; LE FOURNISSEUR ET
      * L'ARTICLE SONT CONTROLES ENSUITE.
       2100-TROUVER-COMMANDE-DEB.
           MOVE 0 TO WS-IND-CAR-TROUVE.
           PERFORM 2110-CHERCHER-COMMANDE-DEB
              THRU 2110-CHERCHER-COMMANDE-FIN
              VARYING WS-IND-CAR FROM 1 BY 1
              UNTIL WS-IND-CAR > WS-NB-COMMANDES
              OR WS-IND-CAR-TROUVE > 0.
       2100-TROUVER-COMMANDE-FIN.
           EXIT.

       2110-CHERCHER-COMMANDE-DEB.
           IF WS-CAR-NUMERO(WS-IND-CAR) = WS-CLE-COMMANDE
              MOVE WS-IND-CAR TO WS-IND-CAR-TROUVE
           END-IF.
       2110-CHERCHER-COMMANDE-FIN.
           EXIT.

       2120-CHERCHER-FOURNISSEUR-DEB.
           IF WS-FOU-CODE(WS-IND-FOU) = FS-FFO-FOURN
              MOVE WS-IND-FOU TO WS-IND-FOU-TROUVE
           END-IF.
       2120-CHERCHER-FOURNISSEUR-FIN.
           EXIT.

       2130-CHERCHER-SAISIE-DEB.
           IF WS-SAI-FOURN(WS-IND-SAI) = FS-FFO-FOURN
              AND WS-SAI-NUMERO(WS-IND-SAI) = FS-FFO-NUMERO
              AND WS-SAI-COMMANDE(WS-IND-SAI) = FS-FFO-COMMANDE
              AND WS-SAI-CODE(WS-IND-SAI) = FS-FFO-CODE
              MOVE WS-IND-SAI TO WS-IND-SAI-TROUVE
           END-IF.
       2130-CHERCHER-SAISIE-FIN.
           EXIT.

      * RAPPROCHEMENT A TROIS VOIES. LE PREMIER ECART TROUVE
      * DONNE LE MOTIF DE BLOCAGE.
       2200-CONTROLER-LIGNE-DEB.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-MOTIF-LIBELLE.
           MOVE 0 TO WS-IND-FOU-TROUVE.
           PERFORM 2120-CHERCHER-FOURNISSEUR-DEB
              THRU 2120-CHERCHER-FOURNISSEUR-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN
              OR WS-IND-FOU-TROUVE > 0.
           MOVE 0 TO WS-IND-SAI-TROUVE.
           PERFORM 2130-CHERCHER-SAISIE-DEB
              THRU 2130-CHERCHER-SAISIE-FIN
              VARYING WS-IND-SAI FROM 1 BY 1
              UNTIL WS-IND-SAI > WS-NB-SAISIES
              OR WS-IND-SAI-TROUVE > 0.
           MOVE FS-FFO-COMMANDE TO WS-CLE-COMMANDE.
           PERFORM 2100-TROUVER-COMMANDE-DEB
              THRU 2100-TROUVER-COMMANDE-FIN.
           EVALUATE TRUE
              WHEN FS-FFO-QTE NOT NUMERIC
                 OR FS-FFO-PRIX NOT NUMERIC
                 MOVE 'NN' TO WS-MOTIF
                 MOVE 'QUANTITE OU PRIX NON NUMERIQUE'
                   TO WS-MOTIF-LIBELLE
              WHEN WS-IND-FOU-TROUVE = 0
                 MOVE 'FO' TO WS-MOTIF
                 MOVE 'FOURNISSEUR INCONNU'
                   TO WS-MOTIF-LIBELLE
              WHEN WS-IND-SAI-TROUVE > 0
                 MOVE 'DB' TO WS-MOTIF
                 MOVE 'LIGNE DEJA ENREGISTREE'
                   TO WS-MOTIF-LIBELLE
              WHEN WS-IND-CAR-TROUVE = 0
                 MOVE 'CO' TO WS-MOTIF
                 MOVE 'COMMANDE INTROUVABLE'
                   TO WS-MOTIF-LIBELLE
              WHEN WS-CAR-FOURN(WS-IND-CAR-TROUVE) NOT = FS-FFO-FOURN
                 MOVE 'CF' TO WS-MOTIF
                 MOVE 'COMMANDE D''UN AUTRE FOURNISSEUR'
                   TO WS-MOTIF-LIBELLE
              WHEN WS-CAR-CODE(WS-IND-CAR-TROUVE) NOT = FS-FFO-CODE
                 MOVE 'AR' TO WS-MOTIF
                 MOVE 'ARTICLE ABSENT DE LA COMMANDE'
                   TO WS-MOTIF-LIBELLE
              WHEN WS-CAR-QTE-FACT(WS-IND-CAR-TROUVE) + FS-FFO-QTE
                   > WS-CAR-QTE(WS-IND-CAR-TROUVE)
                 MOVE 'QC' TO WS-MOTIF
                 MOVE 'QUANTITE SUPERIEURE A LA COMMANDE'
                   TO WS-MOTIF-LIBELLE
              WHEN WS-CAR-QTE-FACT(WS-IND-CAR-TROUVE) + FS-FFO-QTE
                   > WS-CAR-QTE-RECUE(WS-IND-CAR-TROUVE)
                 MOVE 'QR' TO WS-MOTIF
                 MOVE 'QUANTITE NON RECUE'
                   TO WS-MOTIF-LIBELLE
              WHEN WS-CAR-PRIX(WS-IND-CAR-TROUVE) = 0
                 MOVE 'PC' TO WS-MOTIF
                 MOVE 'PAS DE PRIX CONVENU SUR LA CDE'
                   TO WS-MOTIF-LIBELLE
              WHEN OTHER
                 PERFORM 2210-CONTROLER-PRIX-DEB
                    THRU 2210-CONTROLER-PRIX-FIN
           END-EVALUATE.
       2200-CONTROLER-LIGNE-FIN.
           EXIT.

       2210-CONTROLER-PRIX-DEB.
           COMPUTE WS-ECART-PRIX =
                   FS-FFO-PRIX - WS-CAR-PRIX(WS-IND-CAR-TROUVE).
           IF WS-ECART-PRIX < 0
              COMPUTE WS-ECART-PRIX = 0 - WS-ECART-PRIX
           END-IF.
           COMPUTE WS-ECART-MAXI ROUNDED =
                   WS-CAR-PRIX(WS-IND-CAR-TROUVE)
                   * WS-TOLERANCE / 100.
           IF WS-ECART-PRIX > WS-ECART-MAXI
              MOVE 'PX' TO WS-MOTIF
              MOVE 'PRIX DIFFERENT DU PRIX CONVENU'
                TO WS-MOTIF-LIBELLE
           END-IF.
       2210-CONTROLER-PRIX-FIN.
           EXIT.

       2300-ENREGISTRER-LIGNE-DEB.
           ADD 1 TO WS-NB-RAPPROCHEES.
           COMPUTE WS-MONTANT-LIGNE = FS-FFO-QTE * FS-FFO-PRIX.
           ADD WS-MONTANT-LIGNE TO WS-TOTAL-RAPPROCHE.
           ADD FS-FFO-QTE TO WS-CAR-QTE-FACT(WS-IND-CAR-TROUVE).
           MOVE SPACES TO FS-ENR-JRN-FOURN.
           MOVE 'F'              TO FS-FJO-TYPE.
           MOVE FS-FFO-NUMERO    TO FS-FJO-NUMERO.
           MOVE FS-FFO-FOURN     TO FS-FJO-FOURN.
           MOVE FS-FFO-DATE      TO FS-FJO-DATE.
           MOVE FS-FFO-COMMANDE  TO FS-FJO-COMMANDE.
           MOVE FS-FFO-CODE      TO FS-FJO-CODE.
           MOVE FS-FFO-QTE       TO FS-FJO-QTE.
           MOVE FS-FFO-PRIX      TO FS-FJO-PRIX.
           MOVE WS-MONTANT-LIGNE TO FS-FJO-MONTANT.
           MOVE WS-DATE-JOUR     TO FS-FJO-SAISIE.
           WRITE FS-ENR-JRN-FOURN.
      *    LA LIGNE ENREGISTREE NE PEUT PLUS ETRE RESSAISIE.
           IF WS-NB-SAISIES < 999
              ADD 1 TO WS-NB-SAISIES
              MOVE FS-FFO-FOURN    TO WS-SAI-FOURN(WS-NB-SAISIES)
              MOVE FS-FFO-NUMERO   TO WS-SAI-NUMERO(WS-NB-SAISIES)
              MOVE FS-FFO-COMMANDE TO WS-SAI-COMMANDE(WS-NB-SAISIES)
              MOVE FS-FFO-CODE     TO WS-SAI-CODE(WS-NB-SAISIES)
           ELSE
              DISPLAY 'TABLE DES FACTURES SAISIES PLEINE (999)'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           DISPLAY 'RAPPROCHEE : FACTURE ' FS-FFO-NUMERO
                   ' ' FS-FFO-FOURN ' COMMANDE ' FS-FFO-COMMANDE
                   ' ' FS-FFO-CODE ' QTE ' FS-FFO-QTE
                   ' MONTANT ' WS-MONTANT-LIGNE.
       2300-ENREGISTRER-LIGNE-FIN.
           EXIT.

       2400-BLOQUER-LIGNE-DEB.
           ADD 1 TO WS-NB-BLOQUEES.
           MOVE SPACES TO FS-ENR-BLOQUEE.
           MOVE WS-DATE-JOUR      TO FS-BLQ-DATE.
           MOVE WS-MOTIF          TO FS-BLQ-MOTIF.
           MOVE WS-MOTIF-LIBELLE  TO FS-BLQ-LIBELLE.
           MOVE FS-ENR-FACT-FOURN TO FS-BLQ-FACTURE.
           WRITE FS-ENR-BLOQUEE.
           DISPLAY 'BLOQUEE    : FACTURE ' FS-FFO-NUMERO
                   ' ' FS-FFO-FOURN ' COMMANDE ' FS-FFO-COMMANDE
                   ' ' FS-FFO-CODE ' : ' WS-MOTIF-LIBELLE.
       2400-BLOQUER-LIGNE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'RAPPROCHEMENT DES FACTURES FOURNISSEURS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'LIGNES DE FACTURES LUES : ' WS-NB-LIGNES-LUES.
           DISPLAY 'LIGNES RAPPROCHEES      : ' WS-NB-RAPPROCHEES.
           DISPLAY 'LIGNES BLOQUEES         : ' WS-NB-BLOQUEES.
           DISPLAY 'MONTANT AU GRAND LIVRE  : ' WS-TOTAL-RAPPROCHE.
           DISPLAY '***********************************'.
      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LE
      * TOTAL EST DEPOSE EN CENTIMES.
           COMPUTE WS-TOTAL-CENTIMES = WS-TOTAL-RAPPROCHE * 100.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'FACT FOURN CTS'     TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-TOTAL-CENTIMES    TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'FACT FOURN BLOQUEES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-BLOQUEES       TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9990-FIN-ANORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN ANORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9990-FIN-ANORMALE-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM ACHFACT.
