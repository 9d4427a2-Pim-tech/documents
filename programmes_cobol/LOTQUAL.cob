       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTQUAL.

      *********************************************************
      *     BLOCAGES QUALITE DES LOTS : QUARANTAINE, LIBERATION
      *     ET REBUT.
      *
      *     UN LOT DOUTEUX (ANALYSE EN COURS, RECLAMATION CLIENT,
      *     EMBALLAGE ABIME) RESTAIT SERVI COMME LES AUTRES PAR
      *     LE FEFO : IL SUFFISAIT QU'IL AIT LA DLUO LA PLUS
      *     PROCHE POUR PARTIR CHEZ LE CLIENT. CE PROGRAMME TIENT
      *     LE STATUT QUALITE DES LOTS (LOTSTATUT.TXT : D
      *     DISPONIBLE, Q EN QUARANTAINE, R REBUTE) A PARTIR D'UN
      *     FICHIER DE MOUVEMENTS DE BLOCAGE (LOTQUALMVT.TXT :
      *     ARTICLE, DEPOT, LOT, ACTION, CODE MOTIF, OPERATEUR) :
      *       - Q MET EN QUARANTAINE UN LOT DISPONIBLE ENCORE EN
      *         STOCK (LOTSOLDES.TXT) ; LA CHAINE DE STOCK ET
      *         CMDEXPED NE LE SERVENT PLUS EN FEFO, SA QUANTITE
      *         EST EDITEE A PART DANS LA VALORISATION ET L'ETAT
      *         DES PEREMPTIONS,
      *       - L LIBERE UN LOT EN QUARANTAINE, QUI REDEVIENT
      *         DISPONIBLE ; LA LIBERATION EST JOURNALISEE DANS
      *         FAUDITLOG VIA ERRLOG (TYPE 'M') AVEC L'OPERATEUR,
      *       - R REBUTE UN LOT NON ENCORE REBUTE : SI
      *         L'HISTORIQUE DES RECEPTIONS (RECEPHISTO.TXT)
      *         CONNAIT LE FOURNISSEUR ET LA COMMANDE QUI ONT
      *         LIVRE LE LOT, UNE AUTORISATION DE RETOUR EST
      *         AJOUTEE A RETFOURAUTO.TXT POUR ACHRETOU (AVOIR
      *         FOURNISSEUR ET SORTIE DE STOCK) ; SINON LE LOT EST
      *         MIS AU REBUT PAR UN MOUVEMENT '-' AU FORMAT DE LA
      *         CHAINE DE STOCK (MVTREBUT.TXT, ENVELOPPE COMPRISE,
      *         LOT ET DLUO REPRIS). LE REJET EST LUI AUSSI
      *         JOURNALISE DANS FAUDITLOG. LA QUANTITE SORTIE EST
      *         LE SOLDE DU LOT DANS LOTSOLDES.TXT.
      *     LE LOT NOMME PAR LE MOUVEMENT '-' EST SERVI EN
      *     PRIORITE PAR LA CHAINE DE STOCK, MEME BLOQUE.
      *     UNE NOUVELLE GENERATION DU STATUT (LOTSTATUT_NEW.TXT)
      *     EST ECRITE, A BASCULER APRES CONTROLE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-STATUTS
              ASSIGN TO "./files/lotstatut.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STA.
           SELECT FIC-STATUTS-NOUV
              ASSIGN TO "./files/lotstatut_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STN.
           SELECT FIC-BLOCAGES
              ASSIGN TO "./files/lotqualmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-BLQ.
           SELECT FIC-LOTS
              ASSIGN TO "./files/lotsoldes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LOTS.
           SELECT FIC-HISTO-RECEP
              ASSIGN TO "./files/recephisto.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-HIS.
           SELECT FIC-AUTORISATIONS
              ASSIGN TO "./files/retfourauto.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AUT.
           SELECT FIC-MVT-REBUT
              ASSIGN TO "./files/mvtrebut.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.

       DATA DIVISION.
       FILE SECTION.
      *    STATUT QUALITE PAR LOT : D DISPONIBLE, Q QUARANTAINE,
      *    R REBUTE ; UN LOT ABSENT DU FICHIER EST DISPONIBLE.
       FD FIC-STATUTS RECORDING MODE IS F.
       01  FS-ENR-STATUT.
           05 FS-STA-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-STA-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-STA-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-STA-STATUT    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-STA-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-STA-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-STA-OPERATEUR PIC X(8).

       FD FIC-STATUTS-NOUV RECORDING MODE IS F.
       01  FS-ENR-STATUT-NOUV PIC X(38).

       FD FIC-BLOCAGES RECORDING MODE IS F.
       01  FS-ENR-BLOCAGE.
           05 FS-BLQ-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-BLQ-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-BLQ-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-BLQ-ACTION    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-BLQ-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-BLQ-OPERATEUR PIC X(8).

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

      *    MEME DECOUPAGE QUE LES AUTORISATIONS LUES PAR ACHRETOU.
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

      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, SENS, QUANTITE, CIBLE, LOT, DLUO) ;
      *    LA ZONE CIBLE PORTE LE MOTIF DU MOUVEMENT.
       FD FIC-MVT-REBUT RECORDING MODE IS F.
       01  FS-ENR-MVT-REBUT.
           05 FS-MVB-CODEM   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-MVB-DEPOTM  PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVB-SENSM   PIC X(1).
           05 FS-MVB-VALEURM PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-MVB-CIBLE   PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVB-LOT     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-MVB-DLUO    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'LOTQUAL'.
       01  WS-STATUS-STA  PIC XX.
       01  WS-STATUS-STN  PIC XX.
       01  WS-STATUS-BLQ  PIC XX.
       01  WS-STATUS-LOTS PIC XX.
       01  WS-STATUS-HIS  PIC XX.
       01  WS-STATUS-AUT  PIC XX.
       01  WS-STATUS-MVT  PIC XX.

       01  WS-DATE-REF PIC X(8) VALUE SPACES.

      * STATUTS QUALITE EN MEMOIRE, MIS A JOUR PAR LES MOUVEMENTS
      * DU JOUR PUIS REECRITS EN NOUVELLE GENERATION.
       01  WS-STATUTS.
           05 WS-NB-STATUTS PIC 9(3) VALUE 0.
           05 WS-STA OCCURS 500 TIMES.
               10 WS-STA-CODE      PIC X(3).
               10 WS-STA-DEPOT     PIC X(2).
               10 WS-STA-LOT       PIC X(8).
               10 WS-STA-STATUT    PIC X(1).
               10 WS-STA-DATE      PIC 9(8).
               10 WS-STA-MOTIF     PIC X(2).
               10 WS-STA-OPERATEUR PIC X(8).
       01  WS-IND-STA        PIC 9(3).
       01  WS-IND-STA-TROUVE PIC 9(3).
       01  WS-STATUT-ACTUEL  PIC X(1).
       01  WS-BLOCAGE-VALIDE PIC X(1).

      * SOLDES DES LOTS EN STOCK (QUANTITE ET DLUO DU LOT).
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

      * LOTS LIVRES PAR FOURNISSEUR ET COMMANDE, SELON
      * L'HISTORIQUE DES RECEPTIONS ACCEPTEES.
       01  WS-LOTS-RECUS.
           05 WS-NB-LOTS-RECUS PIC 9(4) VALUE 0.
           05 WS-LRC OCCURS 999 TIMES.
               10 WS-LRC-CODE     PIC X(3).
               10 WS-LRC-LOT      PIC X(8).
               10 WS-LRC-FOURN    PIC X(4).
               10 WS-LRC-COMMANDE PIC 9(6).
       01  WS-IND-LRC        PIC 9(4).
       01  WS-IND-LRC-TROUVE PIC 9(4).

       01  WS-QTE-SORTIE     PIC 9(5).
       01  WS-ENR-ENVELOPPE  PIC X(32).
       01  WS-NB-MVTS        PIC 9(7) VALUE 0.
       01  WS-AUT-OUVERTES   PIC X VALUE 'N'.
       01  WS-MSG-AUDIT      PIC X(40).

       01  WS-COMPTEURS.
           05 WS-NB-LUS         PIC 9(5) VALUE 0.
           05 WS-NB-QUARANTAINES PIC 9(5) VALUE 0.
           05 WS-NB-LIBERATIONS PIC 9(5) VALUE 0.
           05 WS-NB-REBUTS      PIC 9(5) VALUE 0.
           05 WS-NB-RETOURS     PIC 9(5) VALUE 0.
           05 WS-NB-DESTRUCTIONS PIC 9(5) VALUE 0.
           05 WS-NB-REJETES     PIC 9(5) VALUE 0.
           05 WS-NB-EN-QUARANT  PIC 9(5) VALUE 0.

      * JOURNALISATION CENTRALE DES LIBERATIONS ET DES REBUTS.
       01  WS-SOUS-PROG-ERRLOG PIC X(8) VALUE 'ERRLOG'.
       01  WS-LIEN-ERRLOG.
           05 WS-LIEN-ERRLOG-IN.
               10 WS-LIEN-ERRLOG-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-ERRLOG-IN-TYPE      PIC X.
               10 WS-LIEN-ERRLOG-IN-CODE-FICH PIC XX.
               10 WS-LIEN-ERRLOG-IN-CODE-SQL  PIC S9(8).
               10 WS-LIEN-ERRLOG-IN-SEVERITE  PIC X.
               10 WS-LIEN-ERRLOG-IN-OPERATEUR PIC X(8).
           05 WS-LIEN-ERRLOG-OU.
               10 WS-LIEN-ERRLOG-OU-MESSAGE   PIC X(40).

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
       0000-LOTQUAL-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1000-CHARGER-STATUTS-DEB
              THRU 1000-CHARGER-STATUTS-FIN.
           PERFORM 1100-CHARGER-LOTS-DEB
              THRU 1100-CHARGER-LOTS-FIN.
           PERFORM 1200-CHARGER-RECEPTIONS-DEB
              THRU 1200-CHARGER-RECEPTIONS-FIN.
           PERFORM 2000-TRAITER-BLOCAGES-DEB
              THRU 2000-TRAITER-BLOCAGES-FIN.
           PERFORM 3000-ECRIRE-STATUTS-DEB
              THRU 3000-ECRIRE-STATUTS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-LOTQUAL-FIN.
           EXIT.

      * PREMIER PASSAGE SANS FICHIER DE STATUTS : TOUS LES LOTS
      * SONT DISPONIBLES.
       1000-CHARGER-STATUTS-DEB.
           OPEN INPUT FIC-STATUTS.
           IF WS-STATUS-STA = '00'
              PERFORM 1010-CHARGER-STATUT-DEB
                 THRU 1010-CHARGER-STATUT-FIN
                 UNTIL WS-STATUS-STA NOT = '00'
              CLOSE FIC-STATUTS
           ELSE
              DISPLAY 'PAS DE STATUTS QUALITE ANTERIEURS, TOUS LES '
                      'LOTS SONT DISPONIBLES'
           END-IF.
       1000-CHARGER-STATUTS-FIN.
           EXIT.

       1010-CHARGER-STATUT-DEB.
           READ FIC-STATUTS
              AT END
                 MOVE '10' TO WS-STATUS-STA
           END-READ.
           IF WS-STATUS-STA = '00'
              IF WS-NB-STATUTS < 500
                 ADD 1 TO WS-NB-STATUTS
                 MOVE FS-STA-CODE  TO WS-STA-CODE(WS-NB-STATUTS)
                 MOVE FS-STA-DEPOT TO WS-STA-DEPOT(WS-NB-STATUTS)
                 MOVE FS-STA-LOT   TO WS-STA-LOT(WS-NB-STATUTS)
                 MOVE FS-STA-STATUT
                   TO WS-STA-STATUT(WS-NB-STATUTS)
                 MOVE FS-STA-DATE  TO WS-STA-DATE(WS-NB-STATUTS)
                 MOVE FS-STA-MOTIF TO WS-STA-MOTIF(WS-NB-STATUTS)
                 MOVE FS-STA-OPERATEUR
                   TO WS-STA-OPERATEUR(WS-NB-STATUTS)
              ELSE
                 DISPLAY 'TABLE DES STATUTS PLEINE (500), LOT '
                         'IGNORE : ' FS-STA-CODE ' ' FS-STA-DEPOT
                         ' ' FS-STA-LOT
              END-IF
           END-IF.
       1010-CHARGER-STATUT-FIN.
           EXIT.

       1100-CHARGER-LOTS-DEB.
           OPEN INPUT FIC-LOTS.
           IF WS-STATUS-LOTS = '00'
              PERFORM 1110-CHARGER-LOT-DEB
                 THRU 1110-CHARGER-LOT-FIN
                 UNTIL WS-STATUS-LOTS NOT = '00'
              CLOSE FIC-LOTS
           ELSE
              DISPLAY 'SOLDES DES LOTS INTROUVABLES, AUCUNE MISE EN '
                      'QUARANTAINE NI REBUT POSSIBLE'
           END-IF.
       1100-CHARGER-LOTS-FIN.
           EXIT.

       1110-CHARGER-LOT-DEB.
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
       1110-CHARGER-LOT-FIN.
           EXIT.

      * LES RECEPTIONS ANTERIEURES A L'HISTORISATION DU LOT
      * N'EN PORTENT PAS : ELLES NE SONT PAS RETENUES.
       1200-CHARGER-RECEPTIONS-DEB.
           OPEN INPUT FIC-HISTO-RECEP.
           IF WS-STATUS-HIS = '00'
              PERFORM 1210-CHARGER-RECEPTION-DEB
                 THRU 1210-CHARGER-RECEPTION-FIN
                 UNTIL WS-STATUS-HIS NOT = '00'
              CLOSE FIC-HISTO-RECEP
           END-IF.
       1200-CHARGER-RECEPTIONS-FIN.
           EXIT.

       1210-CHARGER-RECEPTION-DEB.
           READ FIC-HISTO-RECEP
              AT END
                 MOVE '10' TO WS-STATUS-HIS
           END-READ.
           IF WS-STATUS-HIS = '00'
              AND FS-HIS-RESULTAT = 'A'
              AND FS-HIS-LOT NOT = SPACES
              IF WS-NB-LOTS-RECUS < 999
                 ADD 1 TO WS-NB-LOTS-RECUS
                 MOVE FS-HIS-CODE
                   TO WS-LRC-CODE(WS-NB-LOTS-RECUS)
                 MOVE FS-HIS-LOT
                   TO WS-LRC-LOT(WS-NB-LOTS-RECUS)
                 MOVE FS-HIS-FOURN
                   TO WS-LRC-FOURN(WS-NB-LOTS-RECUS)
                 MOVE FS-HIS-NUMERO
                   TO WS-LRC-COMMANDE(WS-NB-LOTS-RECUS)
              END-IF
           END-IF.
       1210-CHARGER-RECEPTION-FIN.
           EXIT.

      * LE FICHIER DES MOUVEMENTS DE REBUT EST TOUJOURS ECRIT,
      * ENVELOPPE COMPRISE, MEME VIDE : LA CHAINE DE STOCK LE
      * CONTROLE COMME LES AUTRES EXTRAITS DE MOUVEMENTS.
       2000-TRAITER-BLOCAGES-DEB.
           OPEN OUTPUT FIC-MVT-REBUT.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           STRING 'ENTETE FMOUVEMT ' WS-DATE-REF
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT-REBUT FROM WS-ENR-ENVELOPPE.
           OPEN INPUT FIC-BLOCAGES.
           IF WS-STATUS-BLQ = '00'
              PERFORM 2010-UN-BLOCAGE-DEB
                 THRU 2010-UN-BLOCAGE-FIN
                 UNTIL WS-STATUS-BLQ NOT = '00'
              CLOSE FIC-BLOCAGES
           ELSE
              DISPLAY 'AUCUN MOUVEMENT DE BLOCAGE QUALITE CE JOUR'
           END-IF.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           STRING 'FIN ' WS-NB-MVTS
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT-REBUT FROM WS-ENR-ENVELOPPE.
           CLOSE FIC-MVT-REBUT.
           IF WS-AUT-OUVERTES = 'O'
              CLOSE FIC-AUTORISATIONS
           END-IF.
       2000-TRAITER-BLOCAGES-FIN.
           EXIT.

       2010-UN-BLOCAGE-DEB.
           READ FIC-BLOCAGES
              AT END
                 MOVE '10' TO WS-STATUS-BLQ
           END-READ.
           IF WS-STATUS-BLQ = '00'
              ADD 1 TO WS-NB-LUS
              PERFORM 2100-VALIDER-BLOCAGE-DEB
                 THRU 2100-VALIDER-BLOCAGE-FIN
           END-IF.
       2010-UN-BLOCAGE-FIN.
           EXIT.

      * CONTROLES COMMUNS : OPERATEUR RENSEIGNE, ACTION CONNUE,
      * TRANSITION ADMISE DEPUIS LE STATUT ACTUEL DU LOT
      * (D VERS Q OU R, Q VERS L OU R ; UN LOT REBUTE NE
      * REVIENT PLUS).
       2100-VALIDER-BLOCAGE-DEB.
           MOVE 'O' TO WS-BLOCAGE-VALIDE.
           IF FS-BLQ-OPERATEUR = SPACES
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'MOUVEMENT REJETE, OPERATEUR ABSENT : '
                      FS-BLQ-CODE ' ' FS-BLQ-DEPOT ' ' FS-BLQ-LOT
              MOVE 'N' TO WS-BLOCAGE-VALIDE
           ELSE
              IF FS-BLQ-ACTION NOT = 'Q'
                 AND FS-BLQ-ACTION NOT = 'L'
                 AND FS-BLQ-ACTION NOT = 'R'
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'MOUVEMENT REJETE, ACTION INCONNUE '
                         FS-BLQ-ACTION ' : ' FS-BLQ-LOT
                 MOVE 'N' TO WS-BLOCAGE-VALIDE
              ELSE
                 IF FS-BLQ-ACTION NOT = 'L'
                    AND FS-BLQ-MOTIF = SPACES
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, MOTIF ABSENT : '
                            FS-BLQ-LOT
                    MOVE 'N' TO WS-BLOCAGE-VALIDE
                 END-IF
              END-IF
           END-IF.
           IF WS-BLOCAGE-VALIDE = 'O'
              PERFORM 2110-TROUVER-STATUT-DEB
                 THRU 2110-TROUVER-STATUT-FIN
              IF WS-IND-STA-TROUVE > 0
                 MOVE WS-STA-STATUT(WS-IND-STA-TROUVE)
                   TO WS-STATUT-ACTUEL
              ELSE
                 MOVE 'D' TO WS-STATUT-ACTUEL
              END-IF
              EVALUATE TRUE
                 WHEN WS-STATUT-ACTUEL = 'R'
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, LOT DEJA REBUTE : '
                            FS-BLQ-CODE ' ' FS-BLQ-DEPOT ' '
                            FS-BLQ-LOT
                    MOVE 'N' TO WS-BLOCAGE-VALIDE
                 WHEN FS-BLQ-ACTION = 'Q'
                      AND WS-STATUT-ACTUEL = 'Q'
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, LOT DEJA EN '
                            'QUARANTAINE : ' FS-BLQ-LOT
                    MOVE 'N' TO WS-BLOCAGE-VALIDE
                 WHEN FS-BLQ-ACTION = 'L'
                      AND WS-STATUT-ACTUEL NOT = 'Q'
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, LOT NON BLOQUE : '
                            FS-BLQ-LOT
                    MOVE 'N' TO WS-BLOCAGE-VALIDE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *    LA LIBERATION PORTE AUSSI SUR UN LOT EPUISE ; LA MISE
      *    EN QUARANTAINE ET LE REBUT SUPPOSENT DU STOCK.
           IF WS-BLOCAGE-VALIDE = 'O'
              AND FS-BLQ-ACTION NOT = 'L'
              PERFORM 2120-TROUVER-SOLDE-DEB
                 THRU 2120-TROUVER-SOLDE-FIN
              IF WS-IND-SLD-TROUVE = 0
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'MOUVEMENT REJETE, LOT ' FS-BLQ-LOT
                         ' ABSENT DU STOCK DE ' FS-BLQ-CODE
                         ' AU DEPOT ' FS-BLQ-DEPOT
                 MOVE 'N' TO WS-BLOCAGE-VALIDE
              END-IF
           END-IF.
           IF WS-BLOCAGE-VALIDE = 'O'
              PERFORM 2200-POSER-STATUT-DEB
                 THRU 2200-POSER-STATUT-FIN
              EVALUATE FS-BLQ-ACTION
                 WHEN 'Q'
                    ADD 1 TO WS-NB-QUARANTAINES
                    DISPLAY 'QUARANTAINE : ' FS-BLQ-CODE ' '
                            FS-BLQ-DEPOT ' LOT ' FS-BLQ-LOT
                            ' QTE ' WS-SLD-QTE(WS-IND-SLD-TROUVE)
                            ' (MOTIF ' FS-BLQ-MOTIF ', '
                            FS-BLQ-OPERATEUR ')'
                 WHEN 'L'
                    ADD 1 TO WS-NB-LIBERATIONS
                    DISPLAY 'LIBERATION  : ' FS-BLQ-CODE ' '
                            FS-BLQ-DEPOT ' LOT ' FS-BLQ-LOT
                            ' (' FS-BLQ-OPERATEUR ')'
                    MOVE SPACES TO WS-MSG-AUDIT
                    STRING 'LOT LIBERE ' FS-BLQ-CODE ' '
                           FS-BLQ-DEPOT ' ' FS-BLQ-LOT
                           DELIMITED BY SIZE INTO WS-MSG-AUDIT
                    END-STRING
                    PERFORM 8000-JOURNALISER-DEB
                       THRU 8000-JOURNALISER-FIN
                 WHEN 'R'
                    ADD 1 TO WS-NB-REBUTS
                    PERFORM 2300-REBUTER-LOT-DEB
                       THRU 2300-REBUTER-LOT-FIN
              END-EVALUATE
           END-IF.
       2100-VALIDER-BLOCAGE-FIN.
           EXIT.

       2110-TROUVER-STATUT-DEB.
           MOVE 0 TO WS-IND-STA-TROUVE.
           PERFORM 2115-CHERCHER-STATUT-DEB
              THRU 2115-CHERCHER-STATUT-FIN
              VARYING WS-IND-STA FROM 1 BY 1
              UNTIL WS-IND-STA > WS-NB-STATUTS
              OR WS-IND-STA-TROUVE > 0.
       2110-TROUVER-STATUT-FIN.
           EXIT.

       2115-CHERCHER-STATUT-DEB.
           IF WS-STA-CODE(WS-IND-STA) = FS-BLQ-CODE
              AND WS-STA-DEPOT(WS-IND-STA) = FS-BLQ-DEPOT
              AND WS-STA-LOT(WS-IND-STA) = FS-BLQ-LOT
              MOVE WS-IND-STA TO WS-IND-STA-TROUVE
           END-IF.
       2115-CHERCHER-STATUT-FIN.
           EXIT.

       2120-TROUVER-SOLDE-DEB.
           MOVE 0 TO WS-IND-SLD-TROUVE.
           PERFORM 2125-CHERCHER-SOLDE-DEB
              THRU 2125-CHERCHER-SOLDE-FIN
              VARYING WS-IND-SLD FROM 1 BY 1
              UNTIL WS-IND-SLD > WS-NB-SOLDES
              OR WS-IND-SLD-TROUVE > 0.
       2120-TROUVER-SOLDE-FIN.
           EXIT.

       2125-CHERCHER-SOLDE-DEB.
           IF WS-SLD-CODE(WS-IND-SLD) = FS-BLQ-CODE
              AND WS-SLD-DEPOT(WS-IND-SLD) = FS-BLQ-DEPOT
              AND WS-SLD-LOT(WS-IND-SLD) = FS-BLQ-LOT
              AND WS-SLD-QTE(WS-IND-SLD) > 0
              MOVE WS-IND-SLD TO WS-IND-SLD-TROUVE
           END-IF.
       2125-CHERCHER-SOLDE-FIN.
           EXIT.

      * LE NOUVEAU STATUT (D POUR UNE LIBERATION) EST POSE SUR LE
      * LOT, CREE DANS LA TABLE AU PREMIER BLOCAGE.
       2200-POSER-STATUT-DEB.
           IF WS-IND-STA-TROUVE = 0
              IF WS-NB-STATUTS < 500
                 ADD 1 TO WS-NB-STATUTS
                 MOVE WS-NB-STATUTS TO WS-IND-STA-TROUVE
                 MOVE FS-BLQ-CODE  TO WS-STA-CODE(WS-IND-STA-TROUVE)
                 MOVE FS-BLQ-DEPOT TO WS-STA-DEPOT(WS-IND-STA-TROUVE)
                 MOVE FS-BLQ-LOT   TO WS-STA-LOT(WS-IND-STA-TROUVE)
              ELSE
                 DISPLAY 'TABLE DES STATUTS PLEINE (500), STATUT '
                         'NON CONSERVE : ' FS-BLQ-LOT
              END-IF
           END-IF.
           IF WS-IND-STA-TROUVE > 0
              IF FS-BLQ-ACTION = 'L'
                 MOVE 'D' TO WS-STA-STATUT(WS-IND-STA-TROUVE)
              ELSE
                 MOVE FS-BLQ-ACTION
                   TO WS-STA-STATUT(WS-IND-STA-TROUVE)
              END-IF
              MOVE WS-DATE-REF  TO WS-STA-DATE(WS-IND-STA-TROUVE)
              MOVE FS-BLQ-MOTIF TO WS-STA-MOTIF(WS-IND-STA-TROUVE)
              MOVE FS-BLQ-OPERATEUR
                TO WS-STA-OPERATEUR(WS-IND-STA-TROUVE)
           END-IF.
       2200-POSER-STATUT-FIN.
           EXIT.

      * REBUT : RETOUR AU FOURNISSEUR QUI A LIVRE LE LOT S'IL EST
      * CONNU, DESTRUCTION SINON. LA QUANTITE D'UNE AUTORISATION
      * OU D'UN MOUVEMENT EST LIMITEE A 999 : LE SURPLUS EST
      * SIGNALE ET RESTE A TRAITER A LA MAIN.
       2300-REBUTER-LOT-DEB.
           MOVE WS-SLD-QTE(WS-IND-SLD-TROUVE) TO WS-QTE-SORTIE.
           IF WS-QTE-SORTIE > 999
              DISPLAY '   SOLDE DU LOT ' FS-BLQ-LOT ' ('
                      WS-QTE-SORTIE ') LIMITE A 999, LE SURPLUS '
                      'RESTE A SORTIR'
              MOVE 999 TO WS-QTE-SORTIE
           END-IF.
           MOVE 0 TO WS-IND-LRC-TROUVE.
           PERFORM 2310-CHERCHER-RECEPTION-DEB
              THRU 2310-CHERCHER-RECEPTION-FIN
              VARYING WS-IND-LRC FROM 1 BY 1
              UNTIL WS-IND-LRC > WS-NB-LOTS-RECUS
              OR WS-IND-LRC-TROUVE > 0.
           IF WS-IND-LRC-TROUVE > 0
              PERFORM 2320-AUTORISER-RETOUR-DEB
                 THRU 2320-AUTORISER-RETOUR-FIN
           ELSE
              PERFORM 2330-DETRUIRE-LOT-DEB
                 THRU 2330-DETRUIRE-LOT-FIN
           END-IF.
           MOVE SPACES TO WS-MSG-AUDIT.
           STRING 'LOT REBUTE ' FS-BLQ-CODE ' '
                  FS-BLQ-DEPOT ' ' FS-BLQ-LOT ' MOTIF '
                  FS-BLQ-MOTIF
                  DELIMITED BY SIZE INTO WS-MSG-AUDIT
           END-STRING.
           PERFORM 8000-JOURNALISER-DEB
              THRU 8000-JOURNALISER-FIN.
       2300-REBUTER-LOT-FIN.
           EXIT.

       2310-CHERCHER-RECEPTION-DEB.
           IF WS-LRC-CODE(WS-IND-LRC) = FS-BLQ-CODE
              AND WS-LRC-LOT(WS-IND-LRC) = FS-BLQ-LOT
              MOVE WS-IND-LRC TO WS-IND-LRC-TROUVE
           END-IF.
       2310-CHERCHER-RECEPTION-FIN.
           EXIT.

      * LES AUTORISATIONS DU JOUR SONT COMPLETEES, PAS ECRASEES :
      * ACHRETOU LES VALIDE ENSUITE CONTRE LE CARNET ET LE STOCK.
       2320-AUTORISER-RETOUR-DEB.
           IF WS-AUT-OUVERTES = 'N'
              OPEN EXTEND FIC-AUTORISATIONS
              IF WS-STATUS-AUT NOT = '00'
                 OPEN OUTPUT FIC-AUTORISATIONS
              END-IF
              MOVE 'O' TO WS-AUT-OUVERTES
           END-IF.
           ADD 1 TO WS-NB-RETOURS.
           MOVE SPACES TO FS-ENR-AUTORISATION.
           MOVE WS-LRC-FOURN(WS-IND-LRC-TROUVE)    TO FS-AUT-FOURN.
           MOVE WS-LRC-COMMANDE(WS-IND-LRC-TROUVE) TO FS-AUT-COMMANDE.
           MOVE FS-BLQ-CODE   TO FS-AUT-ARTICLE.
           MOVE FS-BLQ-LOT    TO FS-AUT-LOT.
           MOVE WS-QTE-SORTIE TO FS-AUT-QTE.
           MOVE FS-BLQ-MOTIF  TO FS-AUT-MOTIF.
           WRITE FS-ENR-AUTORISATION.
           DISPLAY 'REBUT       : ' FS-BLQ-CODE ' ' FS-BLQ-DEPOT
                   ' LOT ' FS-BLQ-LOT ' QTE ' WS-QTE-SORTIE
                   ' RETOURNE A ' FS-AUT-FOURN ' (COMMANDE '
                   FS-AUT-COMMANDE ')'.
       2320-AUTORISER-RETOUR-FIN.
           EXIT.

       2330-DETRUIRE-LOT-DEB.
           ADD 1 TO WS-NB-DESTRUCTIONS.
           MOVE SPACES TO FS-ENR-MVT-REBUT.
           MOVE FS-BLQ-CODE   TO FS-MVB-CODEM.
           MOVE FS-BLQ-DEPOT  TO FS-MVB-DEPOTM.
           MOVE '-'           TO FS-MVB-SENSM.
           MOVE 'RQ'          TO FS-MVB-CIBLE.
           MOVE WS-QTE-SORTIE TO FS-MVB-VALEURM.
           MOVE FS-BLQ-LOT    TO FS-MVB-LOT.
           MOVE WS-SLD-DLUO(WS-IND-SLD-TROUVE) TO FS-MVB-DLUO.
           WRITE FS-ENR-MVT-REBUT.
           ADD 1 TO WS-NB-MVTS.
           DISPLAY 'REBUT       : ' FS-BLQ-CODE ' ' FS-BLQ-DEPOT
                   ' LOT ' FS-BLQ-LOT ' QTE ' WS-QTE-SORTIE
                   ' DETRUIT (FOURNISSEUR INCONNU)'.
       2330-DETRUIRE-LOT-FIN.
           EXIT.

      * NOUVELLE GENERATION DES STATUTS : LES LOTS LIBERES SONT
      * CONSERVES EN 'D' AVEC LA DATE ET L'OPERATEUR DE LA
      * LIBERATION.
       3000-ECRIRE-STATUTS-DEB.
           OPEN OUTPUT FIC-STATUTS-NOUV.
           PERFORM 3010-ECRIRE-STATUT-DEB
              THRU 3010-ECRIRE-STATUT-FIN
              VARYING WS-IND-STA FROM 1 BY 1
              UNTIL WS-IND-STA > WS-NB-STATUTS.
           CLOSE FIC-STATUTS-NOUV.
           DISPLAY 'BASCULER LOTSTATUT_NEW.TXT SUR LOTSTATUT.TXT '
                   'APRES CONTROLE'.
       3000-ECRIRE-STATUTS-FIN.
           EXIT.

       3010-ECRIRE-STATUT-DEB.
           MOVE SPACES TO FS-ENR-STATUT.
           MOVE WS-STA-CODE(WS-IND-STA)      TO FS-STA-CODE.
           MOVE WS-STA-DEPOT(WS-IND-STA)     TO FS-STA-DEPOT.
           MOVE WS-STA-LOT(WS-IND-STA)       TO FS-STA-LOT.
           MOVE WS-STA-STATUT(WS-IND-STA)    TO FS-STA-STATUT.
           MOVE WS-STA-DATE(WS-IND-STA)      TO FS-STA-DATE.
           MOVE WS-STA-MOTIF(WS-IND-STA)     TO FS-STA-MOTIF.
           MOVE WS-STA-OPERATEUR(WS-IND-STA) TO FS-STA-OPERATEUR.
           WRITE FS-ENR-STATUT-NOUV FROM FS-ENR-STATUT.
           IF WS-STA-STATUT(WS-IND-STA) = 'Q'
              ADD 1 TO WS-NB-EN-QUARANT
           END-IF.
       3010-ECRIRE-STATUT-FIN.
           EXIT.

       8000-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID    TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'              TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES           TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO             TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'              TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE FS-BLQ-OPERATEUR TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           MOVE WS-MSG-AUDIT     TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       8000-JOURNALISER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'BLOCAGES QUALITE DES LOTS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'MOUVEMENTS LUS       : ' WS-NB-LUS.
           DISPLAY 'MISES EN QUARANTAINE : ' WS-NB-QUARANTAINES.
           DISPLAY 'LIBERATIONS          : ' WS-NB-LIBERATIONS.
           DISPLAY 'REBUTS               : ' WS-NB-REBUTS.
           DISPLAY '  DONT RETOURS FOURN.: ' WS-NB-RETOURS.
           DISPLAY '  DONT DESTRUCTIONS  : ' WS-NB-DESTRUCTIONS.
           DISPLAY 'MOUVEMENTS REJETES   : ' WS-NB-REJETES.
           DISPLAY 'LOTS EN QUARANTAINE  : ' WS-NB-EN-QUARANT.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'LOTS EN QUARANTAINE' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-EN-QUARANT     TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'LOTS REBUTES'       TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-REBUTS         TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM LOTQUAL.
