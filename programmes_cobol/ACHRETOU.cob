       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRETOU.

      *********************************************************
      *     RETOURS AUX FOURNISSEURS : AVOIRS FOURNISSEURS ET
      *     SORTIES DE STOCK.
      *
      *     CMDRETUR TRAITE LES RETOURS DE NOS CLIENTS, MAIS UN
      *     LOT DEFECTUEUX RENVOYE A SON FOURNISSEUR N'AVAIT
      *     AUCUN CIRCUIT : UN '-' MAQUILLE, ET LE GRAND LIVRE
      *     DES FOURNISSEURS N'EN SAVAIT RIEN. CE PROGRAMME
      *     APPLIQUE UN FICHIER D'AUTORISATIONS DE RETOUR
      *     FOURNISSEUR (RETFOURAUTO.TXT : FOURNISSEUR, NUMERO
      *     DE COMMANDE, ARTICLE, LOT, QUANTITE, CODE MOTIF) :
      *       - LE RETOUR EST VALIDE CONTRE LE CARNET DES
      *         COMMANDES (POACHATS.TXT) : LA COMMANDE DOIT ETRE
      *         DE CE FOURNISSEUR POUR CET ARTICLE, ET LE CUMUL
      *         RENDU SUR LA COMMANDE (RETOURS DEJA FAITS DANS
      *         RETFOURNJRN.TXT COMPRIS) NE PEUT DEPASSER LA
      *         QUANTITE RECUE ; SI L'HISTORIQUE DES RECEPTIONS
      *         (RECEPHISTO.TXT) CONNAIT LES LOTS LIVRES SUR LA
      *         COMMANDE, LE LOT RENDU DOIT EN FAIRE PARTIE,
      *       - LE LOT DOIT ETRE ENCORE EN STOCK AU DEPOT DE LA
      *         COMMANDE EN QUANTITE SUFFISANTE (LOTSOLDES.TXT,
      *         D'OU EST AUSSI REPRISE SA DLUO),
      *       - LA MARCHANDISE SORT PAR UN MOUVEMENT '-' AU
      *         FORMAT DE LA CHAINE DE STOCK (MVTRETFOURN.TXT,
      *         ENVELOPPE COMPRISE, LOT ET DLUO REPRIS),
      *       - UN AVOIR FOURNISSEUR NUMEROTE (RF + NUMERO, A LA
      *         SUITE DU DERNIER DE RETFOURNJRN.TXT) EST AJOUTE
      *         AU GRAND LIVRE DES FOURNISSEURS (FOURNJOURNAL.
      *         TXT, TYPE 'D'), VALORISE AU PRIX FACTURE PAR LE
      *         FOURNISSEUR SUR CETTE COMMANDE, A DEFAUT AU PRIX
      *         CONVENU DE LA COMMANDE : ACHPAIE LE DEDUIT DU
      *         PROCHAIN VIREMENT,
      *       - LE RETOUR EST ARCHIVE DANS RETFOURNJRN.TXT, QUE
      *         LOTTRACE RELIT POUR MONTRER QU'UN LOT RAPPELE
      *         EST REPARTI CHEZ SON FOURNISSEUR.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-AUTORISATIONS
              ASSIGN TO "./files/retfourauto.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AUT.
           SELECT FIC-CARNET
              ASSIGN TO "./files/poachats.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CARNET.
           SELECT FIC-HISTO-RECEP
              ASSIGN TO "./files/recephisto.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-HIS.
           SELECT FIC-LOTS
              ASSIGN TO "./files/lotsoldes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOTS.
           SELECT FIC-JOURNAL-FOURN
              ASSIGN TO "./files/fournjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FJO.
           SELECT FIC-JOURNAL-RETOURS
              ASSIGN TO "./files/retfournjrn.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RTF.
           SELECT FIC-MVT-RETOURS
              ASSIGN TO "./files/mvtretfourn.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-AUTORISATIONS RECORDING MODE IS F.
       01  FS-ENR-AUTORISATION.
           05 FS-AUT-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-AUT-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-AUT-ARTICLE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-AUT-LOT      PIC X(8).
           05 FILLER PIC X(1).
           05 FS-AUT-QTE      PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-AUT-MOTIF    PIC X(2).

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

       FD FIC-HISTO-RECEP RECORDING MODE IS F.
       01  FS-ENR-HISTO-RECEP.
           05 FS-HIS-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HIS-NUMERO   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-HIS-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-HIS-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-HIS-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-HIS-RESULTAT PIC X(1).
           05 FILLER PIC X(1).
           05 FS-HIS-ATTENDUE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HIS-DATE-CDE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HIS-LOT      PIC X(8).

       FD FIC-LOTS RECORDING MODE IS F.
       01  FS-ENR-LOT.
           05 FS-LOT-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-LOT-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-LOT-NUM   PIC X(8).
           05 FILLER PIC X(1).
           05 FS-LOT-DLUO  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-LOT-QTE   PIC 9(5).

      * GRAND LIVRE DES FOURNISSEURS : 'F' FACTURE (ACHFACT),
      * 'D' AVOIR FOURNISSEUR (CE PROGRAMME).
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

      * JOURNAL DES RETOURS FOURNISSEURS : UNE LIGNE PAR AVOIR.
       FD FIC-JOURNAL-RETOURS RECORDING MODE IS F.
       01  FS-ENR-JRN-RETOUR.
           05 FS-RTF-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-RTF-AVOIR    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-RTF-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-RTF-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-RTF-ARTICLE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RTF-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-RTF-LOT      PIC X(8).
           05 FILLER PIC X(1).
           05 FS-RTF-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-RTF-MOTIF    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-RTF-MONTANT  PIC 9(7)V99.

      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, SENS, QUANTITE, CIBLE, LOT, DLUO) ;
      *    LA ZONE CIBLE PORTE LE MOTIF DU MOUVEMENT.
       FD FIC-MVT-RETOURS RECORDING MODE IS F.
       01  FS-ENR-MVT-RETOUR.
           05 FS-MVR-CODEM   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-MVR-DEPOTM  PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVR-SENSM   PIC X(1).
           05 FS-MVR-VALEURM PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-MVR-CIBLE   PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVR-LOT     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-MVR-DLUO    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'ACHRETOU'.
       01  WS-STATUS-AUT    PIC XX.
       01  WS-STATUS-CARNET PIC XX.
       01  WS-STATUS-HIS    PIC XX.
       01  WS-STATUS-LOTS   PIC XX.
       01  WS-STATUS-FJO    PIC XX.
       01  WS-STATUS-RTF    PIC XX.
       01  WS-STATUS-MVT    PIC XX.

       01  WS-DATE-JOUR PIC 9(8).

      * CARNET DES COMMANDES, AVEC LA QUANTITE DEJA RENDUE ET LE
      * PRIX FACTURE PAR LE FOURNISSEUR.
       01  WS-CARNET.
           05 WS-NB-COMMANDES PIC 9(4) VALUE 0.
           05 WS-CAR OCCURS 999 TIMES.
               10 WS-CAR-NUMERO    PIC 9(6).
               10 WS-CAR-FOURN     PIC X(4).
               10 WS-CAR-CODE      PIC X(3).
               10 WS-CAR-DEPOT     PIC X(2).
               10 WS-CAR-QTE-RECUE PIC 9(5).
               10 WS-CAR-PRIX      PIC 9(5)V99.
               10 WS-CAR-PRIX-FACT PIC 9(5)V99.
               10 WS-CAR-QTE-RENDUE PIC 9(5).
       01  WS-IND-CAR        PIC 9(4).
       01  WS-IND-CAR-TROUVE PIC 9(4).
       01  WS-CLE-COMMANDE   PIC 9(6).

      * LOTS LIVRES PAR COMMANDE, SELON L'HISTORIQUE DES
      * RECEPTIONS ACCEPTEES.
       01  WS-LOTS-RECUS.
           05 WS-NB-LOTS-RECUS PIC 9(4) VALUE 0.
           05 WS-LRC OCCURS 999 TIMES.
               10 WS-LRC-COMMANDE PIC 9(6).
               10 WS-LRC-LOT      PIC X(8).
       01  WS-IND-LRC          PIC 9(4).
       01  WS-NB-LOTS-COMMANDE PIC 9(4).
       01  WS-LOT-LIVRE        PIC X(1).
       01  WS-RETOUR-VALIDE    PIC X(1).

      * SOLDES DES LOTS EN STOCK, DIMINUES DES RETOURS DU RUN.
       01  WS-SOLDES.
           05 WS-NB-SOLDES PIC 9(4) VALUE 0.
           05 WS-SLD OCCURS 999 TIMES.
               10 WS-SLD-CODE  PIC X(3).
               10 WS-SLD-DEPOT PIC X(2).
               10 WS-SLD-LOT   PIC X(8).
               10 WS-SLD-DLUO  PIC 9(8).
               10 WS-SLD-QTE   PIC 9(5).
       01  WS-IND-SLD        PIC 9(4).
       01  WS-IND-SLD-TROUVE PIC 9(4).

       01  WS-DERNIER-AVOIR  PIC 9(6) VALUE 0.
       01  WS-NUMERO-AVOIR   PIC X(10).
       01  WS-PRIX-RETOUR    PIC 9(5)V99.
       01  WS-MONTANT-AVOIR  PIC 9(7)V99.
       01  WS-ED-MONTANT     PIC ZZZZZZ9.99.

       01  WS-ENR-ENVELOPPE PIC X(32).
       01  WS-NB-MVTS       PIC 9(7) VALUE 0.

       01  WS-COMPTEURS.
           05 WS-NB-RETOURS-LUS PIC 9(5) VALUE 0.
           05 WS-NB-ACCEPTES    PIC 9(5) VALUE 0.
           05 WS-NB-REJETES     PIC 9(5) VALUE 0.
       01  WS-TOTAL-AVOIRS   PIC 9(9)V99 VALUE 0.

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
       0000-ACHRETOU-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           PERFORM 1000-CHARGER-CARNET-DEB
              THRU 1000-CHARGER-CARNET-FIN.
           PERFORM 1100-CHARGER-FACTURES-DEB
              THRU 1100-CHARGER-FACTURES-FIN.
           PERFORM 1200-CHARGER-RETOURS-DEB
              THRU 1200-CHARGER-RETOURS-FIN.
           PERFORM 1300-CHARGER-RECEPTIONS-DEB
              THRU 1300-CHARGER-RECEPTIONS-FIN.
           PERFORM 1400-CHARGER-LOTS-DEB
              THRU 1400-CHARGER-LOTS-FIN.
           PERFORM 2000-TRAITER-RETOURS-DEB
              THRU 2000-TRAITER-RETOURS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-ACHRETOU-FIN.
           EXIT.

       1000-CHARGER-CARNET-DEB.
           OPEN INPUT FIC-CARNET.
           IF WS-STATUS-CARNET NOT = '00'
              DISPLAY 'CARNET DES COMMANDES INTROUVABLE, AUCUN '
                      'RETOUR VALIDABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-COMMANDE-DEB
              THRU 1010-CHARGER-COMMANDE-FIN
              UNTIL WS-STATUS-CARNET NOT = '00'.
           CLOSE FIC-CARNET.
       1000-CHARGER-CARNET-FIN.
           EXIT.

       1010-CHARGER-COMMANDE-DEB.
           READ FIC-CARNET
              AT END
                 MOVE '10' TO WS-STATUS-CARNET
           END-READ.
           IF WS-STATUS-CARNET = '00'
              IF WS-NB-COMMANDES < 999
                 ADD 1 TO WS-NB-COMMANDES
                 MOVE FS-CAR-NUMERO
                   TO WS-CAR-NUMERO(WS-NB-COMMANDES)
                 MOVE FS-CAR-FOURN
                   TO WS-CAR-FOURN(WS-NB-COMMANDES)
                 MOVE FS-CAR-CODE
                   TO WS-CAR-CODE(WS-NB-COMMANDES)
                 MOVE FS-CAR-DEPOT
                   TO WS-CAR-DEPOT(WS-NB-COMMANDES)
                 MOVE FS-CAR-QTE-RECUE
                   TO WS-CAR-QTE-RECUE(WS-NB-COMMANDES)
                 IF FS-CAR-PRIX IS NUMERIC
                    MOVE FS-CAR-PRIX
                      TO WS-CAR-PRIX(WS-NB-COMMANDES)
                 ELSE
                    MOVE 0 TO WS-CAR-PRIX(WS-NB-COMMANDES)
                 END-IF
                 MOVE 0 TO WS-CAR-PRIX-FACT(WS-NB-COMMANDES)
                 MOVE 0 TO WS-CAR-QTE-RENDUE(WS-NB-COMMANDES)
              ELSE
                 DISPLAY 'TABLE DU CARNET PLEINE (999), COMMANDE '
                         'IGNOREE : ' FS-CAR-NUMERO
              END-IF
           END-IF.
       1010-CHARGER-COMMANDE-FIN.
           EXIT.

       1050-TROUVER-COMMANDE-DEB.
           MOVE 0 TO WS-IND-CAR-TROUVE.
           PERFORM 1060-CHERCHER-COMMANDE-DEB
              THRU 1060-CHERCHER-COMMANDE-FIN
              VARYING WS-IND-CAR FROM 1 BY 1
              UNTIL WS-IND-CAR > WS-NB-COMMANDES
              OR WS-IND-CAR-TROUVE > 0.
       1050-TROUVER-COMMANDE-FIN.
           EXIT.

       1060-CHERCHER-COMMANDE-DEB.
           IF WS-CAR-NUMERO(WS-IND-CAR) = WS-CLE-COMMANDE
              MOVE WS-IND-CAR TO WS-IND-CAR-TROUVE
           END-IF.
       1060-CHERCHER-COMMANDE-FIN.
           EXIT.

      * PRIX FACTURE : DERNIERE LIGNE 'F' DU GRAND LIVRE SUR LA
      * COMMANDE.
       1100-CHARGER-FACTURES-DEB.
           OPEN INPUT FIC-JOURNAL-FOURN.
           IF WS-STATUS-FJO = '00'
              PERFORM 1110-CHARGER-FACTURE-DEB
                 THRU 1110-CHARGER-FACTURE-FIN
                 UNTIL WS-STATUS-FJO NOT = '00'
              CLOSE FIC-JOURNAL-FOURN
           END-IF.
       1100-CHARGER-FACTURES-FIN.
           EXIT.

       1110-CHARGER-FACTURE-DEB.
           READ FIC-JOURNAL-FOURN
              AT END
                 MOVE '10' TO WS-STATUS-FJO
           END-READ.
           IF WS-STATUS-FJO = '00'
              AND FS-FJO-TYPE = 'F'
              MOVE FS-FJO-COMMANDE TO WS-CLE-COMMANDE
              PERFORM 1050-TROUVER-COMMANDE-DEB
                 THRU 1050-TROUVER-COMMANDE-FIN
              IF WS-IND-CAR-TROUVE > 0
                 MOVE FS-FJO-PRIX
                   TO WS-CAR-PRIX-FACT(WS-IND-CAR-TROUVE)
              END-IF
           END-IF.
       1110-CHARGER-FACTURE-FIN.
           EXIT.

      * RETOURS DEJA FAITS : CUMUL RENDU PAR COMMANDE ET DERNIER
      * NUMERO D'AVOIR.
       1200-CHARGER-RETOURS-DEB.
           OPEN INPUT FIC-JOURNAL-RETOURS.
           IF WS-STATUS-RTF = '00'
              PERFORM 1210-CHARGER-RETOUR-DEB
                 THRU 1210-CHARGER-RETOUR-FIN
                 UNTIL WS-STATUS-RTF NOT = '00'
              CLOSE FIC-JOURNAL-RETOURS
           END-IF.
       1200-CHARGER-RETOURS-FIN.
           EXIT.

       1210-CHARGER-RETOUR-DEB.
           READ FIC-JOURNAL-RETOURS
              AT END
                 MOVE '10' TO WS-STATUS-RTF
           END-READ.
           IF WS-STATUS-RTF = '00'
              IF FS-RTF-AVOIR > WS-DERNIER-AVOIR
                 MOVE FS-RTF-AVOIR TO WS-DERNIER-AVOIR
              END-IF
              MOVE FS-RTF-COMMANDE TO WS-CLE-COMMANDE
              PERFORM 1050-TROUVER-COMMANDE-DEB
                 THRU 1050-TROUVER-COMMANDE-FIN
              IF WS-IND-CAR-TROUVE > 0
                 ADD FS-RTF-QTE
                    TO WS-CAR-QTE-RENDUE(WS-IND-CAR-TROUVE)
              END-IF
           END-IF.
       1210-CHARGER-RETOUR-FIN.
           EXIT.

       1300-CHARGER-RECEPTIONS-DEB.
           OPEN INPUT FIC-HISTO-RECEP.
           IF WS-STATUS-HIS = '00'
              PERFORM 1310-CHARGER-RECEPTION-DEB
                 THRU 1310-CHARGER-RECEPTION-FIN
                 UNTIL WS-STATUS-HIS NOT = '00'
              CLOSE FIC-HISTO-RECEP
           END-IF.
       1300-CHARGER-RECEPTIONS-FIN.
           EXIT.

      * LES RECEPTIONS ANTERIEURES A L'HISTORISATION DU LOT
      * N'EN PORTENT PAS : ELLES NE SONT PAS RETENUES.
       1310-CHARGER-RECEPTION-DEB.
           READ FIC-HISTO-RECEP
              AT END
                 MOVE '10' TO WS-STATUS-HIS
           END-READ.
           IF WS-STATUS-HIS = '00'
              AND FS-HIS-RESULTAT = 'A'
              AND FS-HIS-LOT NOT = SPACES
              IF WS-NB-LOTS-RECUS < 999
                 ADD 1 TO WS-NB-LOTS-RECUS
                 MOVE FS-HIS-NUMERO
                   TO WS-LRC-COMMANDE(WS-NB-LOTS-RECUS)
                 MOVE FS-HIS-LOT
                   TO WS-LRC-LOT(WS-NB-LOTS-RECUS)
              END-IF
           END-IF.
       1310-CHARGER-RECEPTION-FIN.
           EXIT.

       1400-CHARGER-LOTS-DEB.
           OPEN INPUT FIC-LOTS.
           IF WS-STATUS-LOTS = '00'
              PERFORM 1410-CHARGER-LOT-DEB
                 THRU 1410-CHARGER-LOT-FIN
                 UNTIL WS-STATUS-LOTS NOT = '00'
              CLOSE FIC-LOTS
           ELSE
              DISPLAY 'SOLDES DES LOTS INTROUVABLES, AUCUN RETOUR '
                      'POSSIBLE'
           END-IF.
       1400-CHARGER-LOTS-FIN.
           EXIT.

       1410-CHARGER-LOT-DEB.
           READ FIC-LOTS
              AT END
                 MOVE '10' TO WS-STATUS-LOTS
           END-READ.
           IF WS-STATUS-LOTS = '00'
              IF WS-NB-SOLDES < 999
                 ADD 1 TO WS-NB-SOLDES
                 MOVE FS-LOT-CODE  TO WS-SLD-CODE(WS-NB-SOLDES)
                 MOVE FS-LOT-DEPOT TO WS-SLD-DEPOT(WS-NB-SOLDES)
                 MOVE FS-LOT-NUM   TO WS-SLD-LOT(WS-NB-SOLDES)
                 MOVE FS-LOT-DLUO  TO WS-SLD-DLUO(WS-NB-SOLDES)
                 MOVE FS-LOT-QTE   TO WS-SLD-QTE(WS-NB-SOLDES)
              END-IF
           END-IF.
       1410-CHARGER-LOT-FIN.
           EXIT.

       2000-TRAITER-RETOURS-DEB.
           OPEN INPUT FIC-AUTORISATIONS.
           IF WS-STATUS-AUT NOT = '00'
              DISPLAY 'AUCUNE AUTORISATION DE RETOUR FOURNISSEUR '
                      'CE JOUR'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN OUTPUT FIC-MVT-RETOURS.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           STRING 'ENTETE FMOUVEMT ' WS-DATE-JOUR
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT-RETOUR FROM WS-ENR-ENVELOPPE.
           OPEN EXTEND FIC-JOURNAL-FOURN.
           IF WS-STATUS-FJO NOT = '00'
              OPEN OUTPUT FIC-JOURNAL-FOURN
           END-IF.
           OPEN EXTEND FIC-JOURNAL-RETOURS.
           IF WS-STATUS-RTF NOT = '00'
              OPEN OUTPUT FIC-JOURNAL-RETOURS
           END-IF.
           PERFORM 2010-UN-RETOUR-DEB
              THRU 2010-UN-RETOUR-FIN
              UNTIL WS-STATUS-AUT NOT = '00'.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           STRING 'FIN ' WS-NB-MVTS
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT-RETOUR FROM WS-ENR-ENVELOPPE.
           CLOSE FIC-AUTORISATIONS.
           CLOSE FIC-MVT-RETOURS.
           CLOSE FIC-JOURNAL-FOURN.
           CLOSE FIC-JOURNAL-RETOURS.
       2000-TRAITER-RETOURS-FIN.
           EXIT.

       2010-UN-RETOUR-DEB.
           READ FIC-AUTORISATIONS
              AT END
                 MOVE '10' TO WS-STATUS-AUT
           END-READ.
           IF WS-STATUS-AUT = '00'
              ADD 1 TO WS-NB-RETOURS-LUS
              PERFORM 2100-VALIDER-RETOUR-DEB
                 THRU 2100-VALIDER-RETOUR-FIN
           END-IF.
       2010-UN-RETOUR-FIN.
           EXIT.

      * LE RETOUR N'EST ACCEPTE QUE SI LA MARCHANDISE A BIEN ETE
      * RECUE DE CE FOURNISSEUR SUR CETTE COMMANDE, ET SI LE LOT
      * EST ENCORE EN STOCK AU DEPOT DE LA COMMANDE.
       2100-VALIDER-RETOUR-DEB.
           MOVE 'O' TO WS-RETOUR-VALIDE.
           MOVE FS-AUT-COMMANDE TO WS-CLE-COMMANDE.
           PERFORM 1050-TROUVER-COMMANDE-DEB
              THRU 1050-TROUVER-COMMANDE-FIN.
           IF WS-IND-CAR-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'RETOUR REJETE, COMMANDE INCONNUE : '
                      FS-AUT-COMMANDE
              MOVE 'N' TO WS-RETOUR-VALIDE
           END-IF.
           IF WS-RETOUR-VALIDE = 'O'
              IF WS-CAR-FOURN(WS-IND-CAR-TROUVE) NOT = FS-AUT-FOURN
                 OR WS-CAR-CODE(WS-IND-CAR-TROUVE) NOT = FS-AUT-ARTICLE
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'RETOUR REJETE, COMMANDE ' FS-AUT-COMMANDE
                         ' NON PASSEE A ' FS-AUT-FOURN
                         ' POUR L''ARTICLE ' FS-AUT-ARTICLE
                 MOVE 'N' TO WS-RETOUR-VALIDE
              END-IF
           END-IF.
           IF WS-RETOUR-VALIDE = 'O'
              IF FS-AUT-QTE = 0
                 OR WS-CAR-QTE-RENDUE(WS-IND-CAR-TROUVE) + FS-AUT-QTE
                    > WS-CAR-QTE-RECUE(WS-IND-CAR-TROUVE)
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'RETOUR REJETE, QUANTITE ' FS-AUT-QTE
                         ' : RECU ' WS-CAR-QTE-RECUE(WS-IND-CAR-TROUVE)
                         ', DEJA RENDU '
                         WS-CAR-QTE-RENDUE(WS-IND-CAR-TROUVE)
                 MOVE 'N' TO WS-RETOUR-VALIDE
              END-IF
           END-IF.
           IF WS-RETOUR-VALIDE = 'O'
              PERFORM 2110-CONTROLER-LOT-DEB
                 THRU 2110-CONTROLER-LOT-FIN
              IF WS-LOT-LIVRE = 'N'
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'RETOUR REJETE, LOT ' FS-AUT-LOT
                         ' NON LIVRE SUR LA COMMANDE ' FS-AUT-COMMANDE
                 MOVE 'N' TO WS-RETOUR-VALIDE
              END-IF
           END-IF.
           IF WS-RETOUR-VALIDE = 'O'
              MOVE 0 TO WS-IND-SLD-TROUVE
              PERFORM 2120-CHERCHER-SOLDE-DEB
                 THRU 2120-CHERCHER-SOLDE-FIN
                 VARYING WS-IND-SLD FROM 1 BY 1
                 UNTIL WS-IND-SLD > WS-NB-SOLDES
                 OR WS-IND-SLD-TROUVE > 0
              IF WS-IND-SLD-TROUVE = 0
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'RETOUR REJETE, LOT ' FS-AUT-LOT
                         ' ABSENT DU DEPOT '
                         WS-CAR-DEPOT(WS-IND-CAR-TROUVE)
                 MOVE 'N' TO WS-RETOUR-VALIDE
              END-IF
           END-IF.
           IF WS-RETOUR-VALIDE = 'O'
              IF FS-AUT-QTE > WS-SLD-QTE(WS-IND-SLD-TROUVE)
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'RETOUR REJETE, LOT ' FS-AUT-LOT
                         ' : SOLDE ' WS-SLD-QTE(WS-IND-SLD-TROUVE)
                         ' INSUFFISANT POUR ' FS-AUT-QTE
                 MOVE 'N' TO WS-RETOUR-VALIDE
              END-IF
           END-IF.
           IF WS-RETOUR-VALIDE = 'O'
              IF WS-CAR-PRIX-FACT(WS-IND-CAR-TROUVE) > 0
                 MOVE WS-CAR-PRIX-FACT(WS-IND-CAR-TROUVE)
                   TO WS-PRIX-RETOUR
              ELSE
                 MOVE WS-CAR-PRIX(WS-IND-CAR-TROUVE) TO WS-PRIX-RETOUR
              END-IF
              IF WS-PRIX-RETOUR = 0
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'RETOUR REJETE, NI PRIX FACTURE NI PRIX '
                         'CONVENU SUR LA COMMANDE ' FS-AUT-COMMANDE
                 MOVE 'N' TO WS-RETOUR-VALIDE
              END-IF
           END-IF.
           IF WS-RETOUR-VALIDE = 'O'
              PERFORM 2200-APPLIQUER-RETOUR-DEB
                 THRU 2200-APPLIQUER-RETOUR-FIN
           END-IF.
       2100-VALIDER-RETOUR-FIN.
           EXIT.

      * SANS LOT HISTORISE SUR LA COMMANDE (RECEPTIONS
      * ANCIENNES), LE LOT DE L'AUTORISATION EST ADMIS.
       2110-CONTROLER-LOT-DEB.
           MOVE 0   TO WS-NB-LOTS-COMMANDE.
           MOVE 'N' TO WS-LOT-LIVRE.
           PERFORM 2115-COMPARER-LOT-DEB
              THRU 2115-COMPARER-LOT-FIN
              VARYING WS-IND-LRC FROM 1 BY 1
              UNTIL WS-IND-LRC > WS-NB-LOTS-RECUS.
           IF WS-NB-LOTS-COMMANDE = 0
              MOVE 'O' TO WS-LOT-LIVRE
           END-IF.
       2110-CONTROLER-LOT-FIN.
           EXIT.

       2115-COMPARER-LOT-DEB.
           IF WS-LRC-COMMANDE(WS-IND-LRC) = FS-AUT-COMMANDE
              ADD 1 TO WS-NB-LOTS-COMMANDE
              IF WS-LRC-LOT(WS-IND-LRC) = FS-AUT-LOT
                 MOVE 'O' TO WS-LOT-LIVRE
              END-IF
           END-IF.
       2115-COMPARER-LOT-FIN.
           EXIT.

       2120-CHERCHER-SOLDE-DEB.
           IF WS-SLD-CODE(WS-IND-SLD) = FS-AUT-ARTICLE
              AND WS-SLD-DEPOT(WS-IND-SLD)
                  = WS-CAR-DEPOT(WS-IND-CAR-TROUVE)
              AND WS-SLD-LOT(WS-IND-SLD) = FS-AUT-LOT
              MOVE WS-IND-SLD TO WS-IND-SLD-TROUVE
           END-IF.
       2120-CHERCHER-SOLDE-FIN.
           EXIT.

      * RETOUR ACCEPTE : MOUVEMENT '-' DU LOT, AVOIR NUMEROTE AU
      * GRAND LIVRE, LIGNE AU JOURNAL DES RETOURS.
       2200-APPLIQUER-RETOUR-DEB.
           ADD 1 TO WS-NB-ACCEPTES.
           ADD 1 TO WS-DERNIER-AVOIR.
           MOVE SPACES TO WS-NUMERO-AVOIR.
           STRING 'RF' WS-DERNIER-AVOIR
                  DELIMITED BY SIZE INTO WS-NUMERO-AVOIR
           END-STRING.
           COMPUTE WS-MONTANT-AVOIR = FS-AUT-QTE * WS-PRIX-RETOUR.
           ADD WS-MONTANT-AVOIR TO WS-TOTAL-AVOIRS.
           ADD FS-AUT-QTE TO WS-CAR-QTE-RENDUE(WS-IND-CAR-TROUVE).
           SUBTRACT FS-AUT-QTE FROM WS-SLD-QTE(WS-IND-SLD-TROUVE).

           MOVE SPACES TO FS-ENR-MVT-RETOUR.
           MOVE FS-AUT-ARTICLE                 TO FS-MVR-CODEM.
           MOVE WS-CAR-DEPOT(WS-IND-CAR-TROUVE) TO FS-MVR-DEPOTM.
           MOVE '-'                            TO FS-MVR-SENSM.
           MOVE 'RF'                           TO FS-MVR-CIBLE.
           MOVE FS-AUT-QTE                     TO FS-MVR-VALEURM.
           MOVE FS-AUT-LOT                     TO FS-MVR-LOT.
           MOVE WS-SLD-DLUO(WS-IND-SLD-TROUVE) TO FS-MVR-DLUO.
           WRITE FS-ENR-MVT-RETOUR.
           ADD 1 TO WS-NB-MVTS.

           MOVE SPACES TO FS-ENR-JRN-FOURN.
           MOVE 'D'              TO FS-FJO-TYPE.
           MOVE WS-NUMERO-AVOIR  TO FS-FJO-NUMERO.
           MOVE FS-AUT-FOURN     TO FS-FJO-FOURN.
           MOVE WS-DATE-JOUR     TO FS-FJO-DATE.
           MOVE FS-AUT-COMMANDE  TO FS-FJO-COMMANDE.
           MOVE FS-AUT-ARTICLE   TO FS-FJO-CODE.
           MOVE FS-AUT-QTE       TO FS-FJO-QTE.
           MOVE WS-PRIX-RETOUR   TO FS-FJO-PRIX.
           MOVE WS-MONTANT-AVOIR TO FS-FJO-MONTANT.
           MOVE WS-DATE-JOUR     TO FS-FJO-SAISIE.
           WRITE FS-ENR-JRN-FOURN.

           MOVE SPACES TO FS-ENR-JRN-RETOUR.
           MOVE WS-DATE-JOUR                    TO FS-RTF-DATE.
           MOVE WS-DERNIER-AVOIR                TO FS-RTF-AVOIR.
           MOVE FS-AUT-FOURN                    TO FS-RTF-FOURN.
           MOVE FS-AUT-COMMANDE                 TO FS-RTF-COMMANDE.
           MOVE FS-AUT-ARTICLE                  TO FS-RTF-ARTICLE.
           MOVE WS-CAR-DEPOT(WS-IND-CAR-TROUVE) TO FS-RTF-DEPOT.
           MOVE FS-AUT-LOT                      TO FS-RTF-LOT.
           MOVE FS-AUT-QTE                      TO FS-RTF-QTE.
           MOVE FS-AUT-MOTIF                    TO FS-RTF-MOTIF.
           MOVE WS-MONTANT-AVOIR                TO FS-RTF-MONTANT.
           WRITE FS-ENR-JRN-RETOUR.

           MOVE WS-MONTANT-AVOIR TO WS-ED-MONTANT.
           DISPLAY 'AVOIR ' WS-NUMERO-AVOIR ' : ' FS-AUT-FOURN
                   ' COMMANDE ' FS-AUT-COMMANDE ' '
                   FS-AUT-ARTICLE ' LOT ' FS-AUT-LOT
                   ' QTE ' FS-AUT-QTE ' : ' WS-ED-MONTANT
                   ' (MOTIF ' FS-AUT-MOTIF ')'.
       2200-APPLIQUER-RETOUR-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'RETOURS AUX FOURNISSEURS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'AUTORISATIONS LUES : ' WS-NB-RETOURS-LUS.
           DISPLAY 'RETOURS ACCEPTES   : ' WS-NB-ACCEPTES.
           DISPLAY 'RETOURS REJETES    : ' WS-NB-REJETES.
           MOVE WS-TOTAL-AVOIRS TO WS-ED-MONTANT.
           DISPLAY 'TOTAL DES AVOIRS   : ' WS-ED-MONTANT.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'AVOIRS FOURN CTS'   TO WS-LIEN-RECAPJR-IN-LIBELLE.
           COMPUTE WS-LIEN-RECAPJR-IN-VALEUR = WS-TOTAL-AVOIRS * 100.
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

       END PROGRAM ACHRETOU.
