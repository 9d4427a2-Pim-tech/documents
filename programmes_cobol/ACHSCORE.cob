       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHSCORE.

      *********************************************************
      *     TABLEAU DE BORD MENSUEL DES FOURNISSEURS.
      *
      *     LES ACHATS RENEGOCIAIENT AVEC LES FOURNISSEURS EN
      *     RETARD SANS CHIFFRES. CE PROGRAMME DE FIN DE MOIS
      *     (VARIABLE MOISTRT, AAAAMM, A DEFAUT LE MOIS EN
      *     COURS, COMME RECAPMOI) RELIT :
      *       - L'HISTORIQUE DES RECEPTIONS TENU PAR ACHRECEP
      *         (RECEPHISTO.TXT : DATE REELLE, DATE ATTENDUE,
      *         DATE DE COMMANDE, RESULTAT),
      *       - LE CARNET DES COMMANDES POACHATS.TXT (QUANTITES
      *         COMMANDEES ET RECUES DES COMMANDES ATTENDUES
      *         DANS LE MOIS),
      *       - LA FICHE FOURNISSEURS.TXT (DELAI PROMIS
      *         FS-FOU-DELAI),
      *     ET EDITE PAR FOURNISSEUR : TAUX DE LIVRAISONS A
      *     L'HEURE, RETARD MOYEN EN JOURS, TAUX DE SERVICE
      *     (QUANTITE RECUE / QUANTITE COMMANDEE), NOMBRE DE
      *     LIVRAISONS REJETEES HORS TOLERANCE ET DELAI REEL
      *     MOYEN (RECEPTION - COMMANDE) EN REGARD DU DELAI
      *     PROMIS SUR LEQUEL S'APPUIE LE REAPPROVISIONNEMENT.
      *     LES LIGNES SONT AUSSI ECRITES DANS SCOREFOURN.TXT.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FOURNISSEURS
              ASSIGN TO "./files/fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FOUR.
           SELECT FIC-HISTO-RECEP
              ASSIGN TO "./files/recephisto.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-HIS.
           SELECT FIC-CARNET
              ASSIGN TO "./files/poachats.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CARNET.
           SELECT FIC-SCORES
              ASSIGN TO "./files/scorefourn.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SCO.

       DATA DIVISION.
       FILE SECTION.
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

       FD FIC-HISTO-RECEP RECORDING MODE IS F.
       01  FS-ENR-HISTO-RECEP.
           05 FS-HIS-DATE     PIC 9(8).
           05 FS-HIS-DATE-R REDEFINES FS-HIS-DATE.
               10 FS-HIS-AAAAMM PIC 9(6).
               10 FS-HIS-JJ     PIC 99.
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
           05 FS-CAR-ATTENDUE-R REDEFINES FS-CAR-ATTENDUE.
               10 FS-CAR-ATT-AAAAMM PIC 9(6).
               10 FS-CAR-ATT-JJ     PIC 99.
           05 FILLER PIC X(1).
           05 FS-CAR-ETAT     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-CAR-PRIX     PIC 9(5)V99.

       FD FIC-SCORES RECORDING MODE IS F.
       01  FS-ENR-SCORE.
           05 FS-SCO-MOIS         PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-SCO-FOURN        PIC X(4).
           05 FILLER PIC X(1).
           05 FS-SCO-NB-RECEP     PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-SCO-TAUX-HEURE   PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-SCO-RETARD-MOYEN PIC 9(3)V9.
           05 FILLER PIC X(1).
           05 FS-SCO-TAUX-SERVICE PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-SCO-NB-REJETS    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-SCO-DELAI-REEL   PIC 9(3)V9.
           05 FILLER PIC X(1).
           05 FS-SCO-DELAI-PROMIS PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'ACHSCORE'.
       01  WS-STATUS-FOUR   PIC XX.
       01  WS-STATUS-HIS    PIC XX.
       01  WS-STATUS-CARNET PIC XX.
       01  WS-STATUS-SCO    PIC XX.

       01  WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DATE-JOUR-AAAAMM PIC 9(6).
           05 WS-DATE-JOUR-JJ     PIC 99.
       01  WS-MOIS-SAISI PIC X(6).
       01  WS-MOIS-TRT   PIC 9(6).
       01  WS-ECART-JOURS PIC S9(5).

      * CUMULS DU MOIS PAR FOURNISSEUR.
       01  WS-FOURNISSEURS.
           05 WS-NB-FOURN PIC 9(3) VALUE 0.
           05 WS-FOU OCCURS 50 TIMES.
               10 WS-FOU-CODE       PIC X(4).
               10 WS-FOU-NOM        PIC X(20).
               10 WS-FOU-DELAI      PIC 9(3).
               10 WS-FOU-NB-RECEP   PIC 9(5).
               10 WS-FOU-NB-HEURE   PIC 9(5).
               10 WS-FOU-JOURS-RET  PIC 9(7).
               10 WS-FOU-NB-REJETS  PIC 9(5).
               10 WS-FOU-JOURS-DEL  PIC 9(7).
               10 WS-FOU-QTE-CDE    PIC 9(7).
               10 WS-FOU-QTE-RECUE  PIC 9(7).
       01  WS-IND-FOU        PIC 9(3).
       01  WS-IND-FOU-TROUVE PIC 9(3).
       01  WS-CLE-FOURN      PIC X(4).

       01  WS-TAUX-HEURE   PIC 9(3).
       01  WS-RETARD-MOYEN PIC 9(3)V9.
       01  WS-TAUX-SERVICE PIC 9(3).
       01  WS-DELAI-REEL   PIC 9(3)V9.
       01  WS-ED-RETARD    PIC ZZ9.9.
       01  WS-ED-DELAI     PIC ZZ9.9.

       01  WS-COMPTEURS.
           05 WS-NB-HISTO-MOIS PIC 9(5) VALUE 0.
           05 WS-NB-EDITES     PIC 9(3) VALUE 0.

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
       0000-ACHSCORE-DEB.
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
           PERFORM 1000-CHARGER-FOURNISSEURS-DEB
              THRU 1000-CHARGER-FOURNISSEURS-FIN.
           PERFORM 2000-CUMULER-RECEPTIONS-DEB
              THRU 2000-CUMULER-RECEPTIONS-FIN.
           PERFORM 3000-CUMULER-COMMANDES-DEB
              THRU 3000-CUMULER-COMMANDES-FIN.
           PERFORM 4000-EDITER-TABLEAU-DEB
              THRU 4000-EDITER-TABLEAU-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-ACHSCORE-FIN.
           EXIT.

       1000-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT FIC-FOURNISSEURS.
           IF WS-STATUS-FOUR NOT = '00'
              DISPLAY 'FICHIER DES FOURNISSEURS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-FOURNISSEUR-DEB
              THRU 1010-CHARGER-FOURNISSEUR-FIN
              UNTIL WS-STATUS-FOUR NOT = '00'.
           CLOSE FIC-FOURNISSEURS.
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
                 MOVE FS-FOU-CODE  TO WS-FOU-CODE(WS-NB-FOURN)
                 MOVE FS-FOU-NOM   TO WS-FOU-NOM(WS-NB-FOURN)
                 MOVE FS-FOU-DELAI TO WS-FOU-DELAI(WS-NB-FOURN)
                 MOVE 0 TO WS-FOU-NB-RECEP(WS-NB-FOURN)
                 MOVE 0 TO WS-FOU-NB-HEURE(WS-NB-FOURN)
                 MOVE 0 TO WS-FOU-JOURS-RET(WS-NB-FOURN)
                 MOVE 0 TO WS-FOU-NB-REJETS(WS-NB-FOURN)
                 MOVE 0 TO WS-FOU-JOURS-DEL(WS-NB-FOURN)
                 MOVE 0 TO WS-FOU-QTE-CDE(WS-NB-FOURN)
                 MOVE 0 TO WS-FOU-QTE-RECUE(WS-NB-FOURN)
              ELSE
                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE (50), '
                         'FOURNISSEUR IGNORE : ' FS-FOU-CODE
              END-IF
           END-IF.
       1010-CHARGER-FOURNISSEUR-FIN.
           EXIT.

       1100-TROUVER-FOURNISSEUR-DEB.
           MOVE 0 TO WS-IND-FOU-TROUVE.
           PERFORM 1110-CHERCHER-FOURNISSEUR-DEB
              THRU 1110-CHERCHER-FOURNISSEUR-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN
              OR WS-IND-FOU-TROUVE > 0.
       1100-TROUVER-FOURNISSEUR-FIN.
           EXIT.

       1110-CHERCHER-FOURNISSEUR-DEB.
           IF WS-FOU-CODE(WS-IND-FOU) = WS-CLE-FOURN
              MOVE WS-IND-FOU TO WS-IND-FOU-TROUVE
           END-IF.
       1110-CHERCHER-FOURNISSEUR-FIN.
           EXIT.

       2000-CUMULER-RECEPTIONS-DEB.
           OPEN INPUT FIC-HISTO-RECEP.
           IF WS-STATUS-HIS NOT = '00'
              DISPLAY 'HISTORIQUE DES RECEPTIONS INTROUVABLE'
           ELSE
              PERFORM 2010-CUMULER-RECEPTION-DEB
                 THRU 2010-CUMULER-RECEPTION-FIN
                 UNTIL WS-STATUS-HIS NOT = '00'
              CLOSE FIC-HISTO-RECEP
           END-IF.
       2000-CUMULER-RECEPTIONS-FIN.
           EXIT.

      * UNE LIVRAISON ACCEPTEE COMPTE POUR LA PONCTUALITE ET LE
      * DELAI REEL ; UN REJET HORS TOLERANCE EST COMPTE A PART.
       2010-CUMULER-RECEPTION-DEB.
           READ FIC-HISTO-RECEP
              AT END
                 MOVE '10' TO WS-STATUS-HIS
           END-READ.
           IF WS-STATUS-HIS = '00'
              AND FS-HIS-AAAAMM = WS-MOIS-TRT
              AND FS-HIS-FOURN NOT = SPACES
              ADD 1 TO WS-NB-HISTO-MOIS
              MOVE FS-HIS-FOURN TO WS-CLE-FOURN
              PERFORM 1100-TROUVER-FOURNISSEUR-DEB
                 THRU 1100-TROUVER-FOURNISSEUR-FIN
              IF WS-IND-FOU-TROUVE > 0
                 EVALUATE FS-HIS-RESULTAT
                    WHEN 'A'
                       PERFORM 2020-RECEPTION-ACCEPTEE-DEB
                          THRU 2020-RECEPTION-ACCEPTEE-FIN
                    WHEN 'T'
                       ADD 1 TO WS-FOU-NB-REJETS(WS-IND-FOU-TROUVE)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.
       2010-CUMULER-RECEPTION-FIN.
           EXIT.

       2020-RECEPTION-ACCEPTEE-DEB.
           ADD 1 TO WS-FOU-NB-RECEP(WS-IND-FOU-TROUVE).
           IF FS-HIS-DATE <= FS-HIS-ATTENDUE
              ADD 1 TO WS-FOU-NB-HEURE(WS-IND-FOU-TROUVE)
           ELSE
              COMPUTE WS-ECART-JOURS =
                      FUNCTION INTEGER-OF-DATE(FS-HIS-DATE)
                    - FUNCTION INTEGER-OF-DATE(FS-HIS-ATTENDUE)
              ADD WS-ECART-JOURS
                 TO WS-FOU-JOURS-RET(WS-IND-FOU-TROUVE)
           END-IF.
           IF FS-HIS-DATE-CDE > 0
              AND FS-HIS-DATE >= FS-HIS-DATE-CDE
              COMPUTE WS-ECART-JOURS =
                      FUNCTION INTEGER-OF-DATE(FS-HIS-DATE)
                    - FUNCTION INTEGER-OF-DATE(FS-HIS-DATE-CDE)
              ADD WS-ECART-JOURS
                 TO WS-FOU-JOURS-DEL(WS-IND-FOU-TROUVE)
           END-IF.
       2020-RECEPTION-ACCEPTEE-FIN.
           EXIT.

      * TAUX DE SERVICE : COMMANDES ATTENDUES DANS LE MOIS.
       3000-CUMULER-COMMANDES-DEB.
           OPEN INPUT FIC-CARNET.
           IF WS-STATUS-CARNET = '00'
              PERFORM 3010-CUMULER-COMMANDE-DEB
                 THRU 3010-CUMULER-COMMANDE-FIN
                 UNTIL WS-STATUS-CARNET NOT = '00'
              CLOSE FIC-CARNET
           END-IF.
       3000-CUMULER-COMMANDES-FIN.
           EXIT.

       3010-CUMULER-COMMANDE-DEB.
           READ FIC-CARNET
              AT END
                 MOVE '10' TO WS-STATUS-CARNET
           END-READ.
           IF WS-STATUS-CARNET = '00'
              AND FS-CAR-ATT-AAAAMM = WS-MOIS-TRT
              MOVE FS-CAR-FOURN TO WS-CLE-FOURN
              PERFORM 1100-TROUVER-FOURNISSEUR-DEB
                 THRU 1100-TROUVER-FOURNISSEUR-FIN
              IF WS-IND-FOU-TROUVE > 0
                 ADD FS-CAR-QTE TO WS-FOU-QTE-CDE(WS-IND-FOU-TROUVE)
                 ADD FS-CAR-QTE-RECUE
                    TO WS-FOU-QTE-RECUE(WS-IND-FOU-TROUVE)
              END-IF
           END-IF.
       3010-CUMULER-COMMANDE-FIN.
           EXIT.

       4000-EDITER-TABLEAU-DEB.
           OPEN OUTPUT FIC-SCORES.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'FOURN NOM                  RECEP A L''H RETARD '
                   'SERVICE REJETS DELAI REEL/PROMIS'.
           PERFORM 4010-LIGNE-FOURNISSEUR-DEB
              THRU 4010-LIGNE-FOURNISSEUR-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN.
           CLOSE FIC-SCORES.
           IF WS-NB-EDITES = 0
              DISPLAY '(AUCUNE ACTIVITE FOURNISSEUR SUR LE MOIS)'
           END-IF.
       4000-EDITER-TABLEAU-FIN.
           EXIT.

       4010-LIGNE-FOURNISSEUR-DEB.
           IF WS-FOU-NB-RECEP(WS-IND-FOU) > 0
              OR WS-FOU-NB-REJETS(WS-IND-FOU) > 0
              OR WS-FOU-QTE-CDE(WS-IND-FOU) > 0
              ADD 1 TO WS-NB-EDITES
              MOVE 0 TO WS-TAUX-HEURE
              MOVE 0 TO WS-RETARD-MOYEN
              MOVE 0 TO WS-TAUX-SERVICE
              MOVE 0 TO WS-DELAI-REEL
              IF WS-FOU-NB-RECEP(WS-IND-FOU) > 0
                 COMPUTE WS-TAUX-HEURE ROUNDED =
                         WS-FOU-NB-HEURE(WS-IND-FOU) * 100
                         / WS-FOU-NB-RECEP(WS-IND-FOU)
                 COMPUTE WS-RETARD-MOYEN ROUNDED =
                         WS-FOU-JOURS-RET(WS-IND-FOU)
                         / WS-FOU-NB-RECEP(WS-IND-FOU)
                 COMPUTE WS-DELAI-REEL ROUNDED =
                         WS-FOU-JOURS-DEL(WS-IND-FOU)
                         / WS-FOU-NB-RECEP(WS-IND-FOU)
              END-IF
              IF WS-FOU-QTE-CDE(WS-IND-FOU) > 0
                 COMPUTE WS-TAUX-SERVICE ROUNDED =
                         WS-FOU-QTE-RECUE(WS-IND-FOU) * 100
                         / WS-FOU-QTE-CDE(WS-IND-FOU)
              END-IF
              MOVE WS-RETARD-MOYEN TO WS-ED-RETARD
              MOVE WS-DELAI-REEL   TO WS-ED-DELAI
              DISPLAY WS-FOU-CODE(WS-IND-FOU) '  '
                      WS-FOU-NOM(WS-IND-FOU) ' '
                      WS-FOU-NB-RECEP(WS-IND-FOU) ' '
                      WS-TAUX-HEURE '%  '
                      WS-ED-RETARD '  '
                      WS-TAUX-SERVICE '%   '
                      WS-FOU-NB-REJETS(WS-IND-FOU) ' '
                      WS-ED-DELAI ' / '
                      WS-FOU-DELAI(WS-IND-FOU)
              IF WS-DELAI-REEL > WS-FOU-DELAI(WS-IND-FOU)
                 AND WS-FOU-NB-RECEP(WS-IND-FOU) > 0
                 DISPLAY '   *** DELAI REEL SUPERIEUR AU DELAI PROMIS'
              END-IF
              MOVE SPACES TO FS-ENR-SCORE
              MOVE WS-MOIS-TRT                  TO FS-SCO-MOIS
              MOVE WS-FOU-CODE(WS-IND-FOU)      TO FS-SCO-FOURN
              MOVE WS-FOU-NB-RECEP(WS-IND-FOU)  TO FS-SCO-NB-RECEP
              MOVE WS-TAUX-HEURE                TO FS-SCO-TAUX-HEURE
              MOVE WS-RETARD-MOYEN          TO FS-SCO-RETARD-MOYEN
              MOVE WS-TAUX-SERVICE          TO FS-SCO-TAUX-SERVICE
              MOVE WS-FOU-NB-REJETS(WS-IND-FOU) TO FS-SCO-NB-REJETS
              MOVE WS-DELAI-REEL                TO FS-SCO-DELAI-REEL
              MOVE WS-FOU-DELAI(WS-IND-FOU) TO FS-SCO-DELAI-PROMIS
              WRITE FS-ENR-SCORE
           END-IF.
       4010-LIGNE-FOURNISSEUR-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'TABLEAU DE BORD DES FOURNISSEURS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'RECEPTIONS DU MOIS  : ' WS-NB-HISTO-MOIS.
           DISPLAY 'FOURNISSEURS EDITES : ' WS-NB-EDITES.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'FOURNISSEURS NOTES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-EDITES         TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM ACHSCORE.
