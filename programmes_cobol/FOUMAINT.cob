       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOUMAINT.

      *********************************************************
      *     MISE A JOUR DES FOURNISSEURS ET DES LIENS
      *     ARTICLE/FOURNISSEUR PAR MOUVEMENTS.
      *
      *     FOURNISSEURS.TXT ET FOURNART.TXT, DONT ACHCDE TIRE
      *     LE FOURNISSEUR DE CHAQUE PROPOSITION D'ACHAT, NE
      *     SONT PLUS EDITES A LA MAIN : CE PROGRAMME, SUR LE
      *     MODELE DE CLIMAINT, LEUR APPLIQUE LE FICHIER DE
      *     MOUVEMENTS FOURNMVT.TXT, DANS L'ORDRE DU FICHIER :
      *        TYPE 'F' = FICHE FOURNISSEUR, TYPE 'L' = LIEN ;
      *        'A' = CREATION      (REJET SI LA CLE EXISTE)
      *        'M' = MODIFICATION  (REJET SI ELLE N'EXISTE PAS,
      *                             ZONE A BLANC = CONSERVEE)
      *        'S' = SUPPRESSION   (REJET SI ELLE N'EXISTE PAS)
      *     UN FOURNISSEUR QUI A ENCORE DES COMMANDES OUVERTES
      *     DANS POACHATS.TXT (ETAT AUTRE QUE 'R') OU DES
      *     ARTICLES RATTACHES N'EST PAS SUPPRIME. LA FICHE
      *     PORTE UN STATUT ('B' = BLOQUE) ET LE LIEN UN RANG
      *     ('P' PRINCIPAL, 'S' SECOURS ; UN SEUL DE CHAQUE PAR
      *     ARTICLE) : ACHCDE SE REPLIE SUR LE SECOURS QUAND LE
      *     PRINCIPAL EST BLOQUE.
      *     LES NOUVELLES GENERATIONS FOURNISSEURS_NEW.TXT ET
      *     FOURNART_NEW.TXT SONT ECRITES, LES ANCIENS FICHIERS
      *     NE SONT JAMAIS TOUCHES. CHAQUE MOUVEMENT APPLIQUE
      *     EST JOURNALISE DANS FAUDITLOG VIA ERRLOG AU NOM DE
      *     L'OPERATEUR IDENTIFIE PAR SIGNON.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FOURNISSEURS
              ASSIGN TO "./files/fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FOUR.
           SELECT FIC-FOURNISSEURS-NOUV
              ASSIGN TO "./files/fournisseurs_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FOUN.
           SELECT FIC-LIENS
              ASSIGN TO "./files/fournart.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIEN.
           SELECT FIC-LIENS-NOUV
              ASSIGN TO "./files/fournart_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIEN.
           SELECT FIC-CARNET
              ASSIGN TO "./files/poachats.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CARNET.
           SELECT FIC-MOUVEMENTS
              ASSIGN TO "./files/fournmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.

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

       FD FIC-FOURNISSEURS-NOUV RECORDING MODE IS F.
       01  FS-ENR-FOURNISSEUR-NOUV PIC X(82).

       FD FIC-LIENS RECORDING MODE IS F.
       01  FS-ENR-LIEN.
           05 FS-LNK-ARTICLE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-LNK-FOURNISSEUR PIC X(4).
           05 FILLER PIC X(1).
           05 FS-LNK-PRIX        PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LNK-RANG        PIC X(1).

       FD FIC-LIENS-NOUV RECORDING MODE IS F.
       01  FS-ENR-LIEN-NOUV PIC X(18).

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

      *    MOUVEMENT : CODE, TYPE ('F' FICHE, 'L' LIEN) PUIS LES
      *    ZONES DE LA FICHE OU DU LIEN DANS LEUR ORDRE DE
      *    FICHIER.
       FD FIC-MOUVEMENTS RECORDING MODE IS F.
       01  FS-ENR-MOUVEMENT.
           05 FS-MVT-CODE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MVT-TYPE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MVT-DONNEES  PIC X(82).
           05 FS-MVT-FOURNISSEUR REDEFINES FS-MVT-DONNEES.
               10 FS-MVF-CODE   PIC X(4).
               10 FILLER PIC X(1).
               10 FS-MVF-NOM    PIC X(20).
               10 FILLER PIC X(1).
               10 FS-MVF-DELAI  PIC 9(3).
               10 FILLER PIC X(1).
               10 FS-MVF-TERME  PIC 9(3).
               10 FILLER PIC X(1).
               10 FS-MVF-IBAN   PIC X(34).
               10 FILLER PIC X(1).
               10 FS-MVF-BIC    PIC X(11).
               10 FILLER PIC X(1).
               10 FS-MVF-STATUT PIC X(1).
           05 FS-MVT-LIEN REDEFINES FS-MVT-DONNEES.
               10 FS-MVL-ARTICLE PIC X(3).
               10 FILLER PIC X(1).
               10 FS-MVL-FOURN   PIC X(4).
               10 FILLER PIC X(1).
               10 FS-MVL-PRIX    PIC 9(5)V99.
               10 FILLER PIC X(1).
               10 FS-MVL-RANG    PIC X(1).
               10 FILLER PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'FOUMAINT'.
       01  WS-STATUS-FOUR   PIC XX.
       01  WS-STATUS-FOUN   PIC XX.
       01  WS-STATUS-LIEN   PIC XX.
       01  WS-STATUS-CARNET PIC XX.
       01  WS-STATUS-MVT    PIC XX.

      * FICHES FOURNISSEURS, AVEC LE NOMBRE DE COMMANDES ENCORE
      * OUVERTES ET UN TEMOIN DE SUPPRESSION.
       01  WS-FOURNISSEURS.
           05 WS-NB-FOURN PIC 9(3) VALUE 0.
           05 WS-FOU OCCURS 50 TIMES.
               10 WS-FOU-CODE      PIC X(4).
               10 WS-FOU-NOM       PIC X(20).
               10 WS-FOU-DELAI     PIC 9(3).
               10 WS-FOU-TERME     PIC 9(3).
               10 WS-FOU-IBAN      PIC X(34).
               10 WS-FOU-BIC       PIC X(11).
               10 WS-FOU-STATUT    PIC X(1).
               10 WS-FOU-OUVERTES  PIC 9(5).
               10 WS-FOU-SUPPRIME  PIC X(1).
       01  WS-IND-FOU        PIC 9(3).
       01  WS-IND-FOU-TROUVE PIC 9(3).
       01  WS-CLE-FOURN      PIC X(4).

       01  WS-LIENS.
           05 WS-NB-LIENS PIC 9(3) VALUE 0.
           05 WS-LNK OCCURS 200 TIMES.
               10 WS-LNK-ARTICLE     PIC X(3).
               10 WS-LNK-FOURNISSEUR PIC X(4).
               10 WS-LNK-PRIX        PIC 9(5)V99.
               10 WS-LNK-RANG        PIC X(1).
               10 WS-LNK-SUPPRIME    PIC X(1).
       01  WS-IND-LNK        PIC 9(3).
       01  WS-IND-LNK-TROUVE PIC 9(3).
       01  WS-IND-LNK-RANG   PIC 9(3).
       01  WS-NB-LIENS-FOURN PIC 9(3).
       01  WS-RANG-MVT       PIC X(1).
       01  WS-LIEN-OK        PIC X(1).
       01  WS-CLE-ARTICLE    PIC X(3).

       01  WS-MSG-AUDIT PIC X(40).

       01  WS-COMPTEURS.
           05 WS-NB-MVT-LUS     PIC 9(5) VALUE 0.
           05 WS-NB-APPLIQUES   PIC 9(5) VALUE 0.
           05 WS-NB-REJETES     PIC 9(5) VALUE 0.
           05 WS-NB-FOU-ECRITS  PIC 9(5) VALUE 0.
           05 WS-NB-LNK-ECRITS  PIC 9(5) VALUE 0.

      * IDENTIFICATION ET HABILITATION DE L'OPERATEUR AU
      * DEMARRAGE, VIA LE SOUS-PROGRAMME COMMUN SIGNON : SES
      * CHANGEMENTS SONT JOURNALISES A SON NOM DANS FAUDITLOG.
       01  WS-SOUS-PROG-SIGNON PIC X(8) VALUE 'SIGNON'.
       01  WS-LIEN-SIGNON.
           05 WS-LIEN-SIGNON-IN.
               10 WS-LIEN-SIGNON-IN-OPERATEUR PIC X(8).
               10 WS-LIEN-SIGNON-IN-MOT-PASSE PIC X(8).
               10 WS-LIEN-SIGNON-IN-PROGRAMME PIC X(8).
           05 WS-LIEN-SIGNON-OU.
               10 WS-LIEN-SIGNON-OU-CODE-RETOUR PIC X.
               10 WS-LIEN-SIGNON-OU-MESSAGE     PIC X(40).
       01  WS-OPERATEUR PIC X(8).

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
       0000-FOUMAINT-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.

           PERFORM 0005-IDENTIFIER-OPERATEUR-DEB
              THRU 0005-IDENTIFIER-OPERATEUR-FIN.

           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUS-MVT NOT = '00'
              DISPLAY 'AUCUN MOUVEMENT FOURNISSEUR A APPLIQUER'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.

           PERFORM 1000-CHARGER-FOURNISSEURS-DEB
              THRU 1000-CHARGER-FOURNISSEURS-FIN.
           PERFORM 1100-CHARGER-LIENS-DEB
              THRU 1100-CHARGER-LIENS-FIN.
           PERFORM 1200-COMPTER-OUVERTES-DEB
              THRU 1200-COMPTER-OUVERTES-FIN.

           PERFORM 2000-UN-MOUVEMENT-DEB
              THRU 2000-UN-MOUVEMENT-FIN
              UNTIL WS-STATUS-MVT NOT = '00'.
           CLOSE FIC-MOUVEMENTS.

           PERFORM 3000-ECRIRE-GENERATIONS-DEB
              THRU 3000-ECRIRE-GENERATIONS-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-FOUMAINT-FIN.
           EXIT.

      * OUVERTURE DE SESSION : L'OPERATEUR S'IDENTIFIE ET
      * SIGNON VERIFIE SON HABILITATION A LANCER CE PROGRAMME.
       0005-IDENTIFIER-OPERATEUR-DEB.
           DISPLAY 'OPERATEUR : ' NO ADVANCING.
           ACCEPT WS-OPERATEUR.
           DISPLAY 'MOT DE PASSE : ' NO ADVANCING.
           ACCEPT WS-LIEN-SIGNON-IN-MOT-PASSE.
           MOVE WS-OPERATEUR  TO WS-LIEN-SIGNON-IN-OPERATEUR.
           MOVE WS-PROGRAM-ID TO WS-LIEN-SIGNON-IN-PROGRAMME.
           CALL WS-SOUS-PROG-SIGNON USING WS-LIEN-SIGNON.
           IF WS-LIEN-SIGNON-OU-CODE-RETOUR NOT = 'A'
              DISPLAY 'ACCES REFUSE : ' WS-LIEN-SIGNON-OU-MESSAGE
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           MOVE WS-OPERATEUR TO WS-LIEN-ERRLOG-IN-OPERATEUR.
       0005-IDENTIFIER-OPERATEUR-FIN.
           EXIT.

       1000-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT FIC-FOURNISSEURS.
           IF WS-STATUS-FOUR = '00'
              PERFORM 1010-CHARGER-FOURNISSEUR-DEB
                 THRU 1010-CHARGER-FOURNISSEUR-FIN
                 UNTIL WS-STATUS-FOUR NOT = '00'
              CLOSE FIC-FOURNISSEURS
           ELSE
              DISPLAY 'FICHIER DES FOURNISSEURS ABSENT, IL SERA '
                      'CREE PAR LES MOUVEMENTS'
           END-IF.
       1000-CHARGER-FOURNISSEURS-FIN.
           EXIT.

      * UNE TABLE PLEINE ARRETE LE PROGRAMME : LA NOUVELLE
      * GENERATION PERDRAIT LES FICHES NON CHARGEES.
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
                 IF FS-FOU-TERME IS NUMERIC
                    MOVE FS-FOU-TERME TO WS-FOU-TERME(WS-NB-FOURN)
                 ELSE
                    MOVE 0 TO WS-FOU-TERME(WS-NB-FOURN)
                 END-IF
                 MOVE FS-FOU-IBAN   TO WS-FOU-IBAN(WS-NB-FOURN)
                 MOVE FS-FOU-BIC    TO WS-FOU-BIC(WS-NB-FOURN)
                 MOVE FS-FOU-STATUT TO WS-FOU-STATUT(WS-NB-FOURN)
                 MOVE 0   TO WS-FOU-OUVERTES(WS-NB-FOURN)
                 MOVE 'N' TO WS-FOU-SUPPRIME(WS-NB-FOURN)
              ELSE
                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE (50) : '
                         FS-FOU-CODE
                 PERFORM 9990-FIN-ANORMALE-DEB
                    THRU 9990-FIN-ANORMALE-FIN
              END-IF
           END-IF.
       1010-CHARGER-FOURNISSEUR-FIN.
           EXIT.

       1100-CHARGER-LIENS-DEB.
           OPEN INPUT FIC-LIENS.
           IF WS-STATUS-LIEN = '00'
              PERFORM 1110-CHARGER-LIEN-DEB
                 THRU 1110-CHARGER-LIEN-FIN
                 UNTIL WS-STATUS-LIEN NOT = '00'
              CLOSE FIC-LIENS
           END-IF.
       1100-CHARGER-LIENS-FIN.
           EXIT.

       1110-CHARGER-LIEN-DEB.
           READ FIC-LIENS
              AT END
                 MOVE '10' TO WS-STATUS-LIEN
           END-READ.
           IF WS-STATUS-LIEN = '00'
              IF WS-NB-LIENS < 200
                 ADD 1 TO WS-NB-LIENS
                 MOVE FS-LNK-ARTICLE
                   TO WS-LNK-ARTICLE(WS-NB-LIENS)
                 MOVE FS-LNK-FOURNISSEUR
                   TO WS-LNK-FOURNISSEUR(WS-NB-LIENS)
                 IF FS-LNK-PRIX IS NUMERIC
                    MOVE FS-LNK-PRIX TO WS-LNK-PRIX(WS-NB-LIENS)
                 ELSE
                    MOVE 0 TO WS-LNK-PRIX(WS-NB-LIENS)
                 END-IF
                 IF FS-LNK-RANG = 'S'
                    MOVE 'S' TO WS-LNK-RANG(WS-NB-LIENS)
                 ELSE
                    MOVE 'P' TO WS-LNK-RANG(WS-NB-LIENS)
                 END-IF
                 MOVE 'N' TO WS-LNK-SUPPRIME(WS-NB-LIENS)
              ELSE
                 DISPLAY 'TABLE DES LIENS PLEINE (200) : '
                         FS-LNK-ARTICLE ' ' FS-LNK-FOURNISSEUR
                 PERFORM 9990-FIN-ANORMALE-DEB
                    THRU 9990-FIN-ANORMALE-FIN
              END-IF
           END-IF.
       1110-CHARGER-LIEN-FIN.
           EXIT.

      * COMMANDES NON SOLDEES ('O' OUVERTE, 'P' PARTIELLE) DU
      * CARNET, PAR FOURNISSEUR.
       1200-COMPTER-OUVERTES-DEB.
           OPEN INPUT FIC-CARNET.
           IF WS-STATUS-CARNET = '00'
              PERFORM 1210-COMPTER-OUVERTE-DEB
                 THRU 1210-COMPTER-OUVERTE-FIN
                 UNTIL WS-STATUS-CARNET NOT = '00'
              CLOSE FIC-CARNET
           END-IF.
       1200-COMPTER-OUVERTES-FIN.
           EXIT.

       1210-COMPTER-OUVERTE-DEB.
           READ FIC-CARNET
              AT END
                 MOVE '10' TO WS-STATUS-CARNET
           END-READ.
           IF WS-STATUS-CARNET = '00'
              AND FS-CAR-ETAT NOT = 'R'
              MOVE FS-CAR-FOURN TO WS-CLE-FOURN
              PERFORM 1300-TROUVER-FOURNISSEUR-DEB
                 THRU 1300-TROUVER-FOURNISSEUR-FIN
              IF WS-IND-FOU-TROUVE > 0
                 ADD 1 TO WS-FOU-OUVERTES(WS-IND-FOU-TROUVE)
              END-IF
           END-IF.
       1210-COMPTER-OUVERTE-FIN.
           EXIT.

      * RECHERCHE D'UNE FICHE NON SUPPRIMEE PAR WS-CLE-FOURN.
       1300-TROUVER-FOURNISSEUR-DEB.
           MOVE 0 TO WS-IND-FOU-TROUVE.
           PERFORM 1310-CHERCHER-FOURNISSEUR-DEB
              THRU 1310-CHERCHER-FOURNISSEUR-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN
              OR WS-IND-FOU-TROUVE > 0.
       1300-TROUVER-FOURNISSEUR-FIN.
           EXIT.

       1310-CHERCHER-FOURNISSEUR-DEB.
           IF WS-FOU-CODE(WS-IND-FOU) = WS-CLE-FOURN
              AND WS-FOU-SUPPRIME(WS-IND-FOU) = 'N'
              MOVE WS-IND-FOU TO WS-IND-FOU-TROUVE
           END-IF.
       1310-CHERCHER-FOURNISSEUR-FIN.
           EXIT.

      * RECHERCHE DU LIEN ARTICLE/FOURNISSEUR DU MOUVEMENT, DU
      * LIEN DE MEME RANG SUR L'ARTICLE (WS-CLE-ARTICLE), ET DU
      * NOMBRE DE LIENS ACTIFS DU FOURNISSEUR WS-CLE-FOURN.
       1400-TROUVER-LIEN-DEB.
           MOVE 0 TO WS-IND-LNK-TROUVE.
           MOVE 0 TO WS-IND-LNK-RANG.
           MOVE 0 TO WS-NB-LIENS-FOURN.
           PERFORM 1410-CHERCHER-LIEN-DEB
              THRU 1410-CHERCHER-LIEN-FIN
              VARYING WS-IND-LNK FROM 1 BY 1
              UNTIL WS-IND-LNK > WS-NB-LIENS.
       1400-TROUVER-LIEN-FIN.
           EXIT.

       1410-CHERCHER-LIEN-DEB.
           IF WS-LNK-SUPPRIME(WS-IND-LNK) = 'N'
              IF WS-LNK-FOURNISSEUR(WS-IND-LNK) = WS-CLE-FOURN
                 ADD 1 TO WS-NB-LIENS-FOURN
                 IF WS-LNK-ARTICLE(WS-IND-LNK) = WS-CLE-ARTICLE
                    MOVE WS-IND-LNK TO WS-IND-LNK-TROUVE
                 END-IF
              ELSE
                 IF WS-LNK-ARTICLE(WS-IND-LNK) = WS-CLE-ARTICLE
                    AND WS-LNK-RANG(WS-IND-LNK) = WS-RANG-MVT
                    MOVE WS-IND-LNK TO WS-IND-LNK-RANG
                 END-IF
              END-IF
           END-IF.
       1410-CHERCHER-LIEN-FIN.
           EXIT.

       2000-UN-MOUVEMENT-DEB.
           READ FIC-MOUVEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-MVT
           END-READ.
           IF WS-STATUS-MVT = '00'
              ADD 1 TO WS-NB-MVT-LUS
              EVALUATE FS-MVT-TYPE
                 WHEN 'F'
                    PERFORM 2100-MVT-FOURNISSEUR-DEB
                       THRU 2100-MVT-FOURNISSEUR-FIN
                 WHEN 'L'
                    PERFORM 2200-MVT-LIEN-DEB
                       THRU 2200-MVT-LIEN-FIN
                 WHEN OTHER
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, TYPE INCONNU : '
                            FS-MVT-CODE ' ' FS-MVT-TYPE
              END-EVALUATE
           END-IF.
       2000-UN-MOUVEMENT-FIN.
           EXIT.

      *=========================================================
      * FICHE FOURNISSEUR.
      *=========================================================
       2100-MVT-FOURNISSEUR-DEB.
           MOVE FS-MVF-CODE TO WS-CLE-FOURN.
           PERFORM 1300-TROUVER-FOURNISSEUR-DEB
              THRU 1300-TROUVER-FOURNISSEUR-FIN.
           IF FS-MVF-STATUT NOT = SPACE
              AND FS-MVF-STATUT NOT = 'A'
              AND FS-MVF-STATUT NOT = 'B'
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'MOUVEMENT REJETE, STATUT INCONNU : '
                      FS-MVF-CODE ' ' FS-MVF-STATUT
           ELSE
              EVALUATE FS-MVT-CODE
                 WHEN 'A'
                    PERFORM 2110-CREER-FOURNISSEUR-DEB
                       THRU 2110-CREER-FOURNISSEUR-FIN
                 WHEN 'M'
                    PERFORM 2120-MODIFIER-FOURNISSEUR-DEB
                       THRU 2120-MODIFIER-FOURNISSEUR-FIN
                 WHEN 'S'
                    PERFORM 2130-SUPPRIMER-FOURNISSEUR-DEB
                       THRU 2130-SUPPRIMER-FOURNISSEUR-FIN
                 WHEN OTHER
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, CODE INCONNU : '
                            FS-MVT-CODE ' ' FS-MVF-CODE
              END-EVALUATE
           END-IF.
       2100-MVT-FOURNISSEUR-FIN.
           EXIT.

       2110-CREER-FOURNISSEUR-DEB.
           IF WS-IND-FOU-TROUVE > 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'CREATION REJETEE, FOURNISSEUR DEJA PRESENT : '
                      FS-MVF-CODE
           ELSE
              IF FS-MVF-CODE = SPACES
                 OR FS-MVF-NOM = SPACES
                 OR FS-MVF-DELAI IS NOT NUMERIC
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'CREATION REJETEE, CODE, NOM OU DELAI '
                         'ABSENT : ' FS-MVF-CODE
              ELSE
                 IF WS-NB-FOURN NOT < 50
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'CREATION REJETEE, TABLE DES FOURNISSEURS '
                            'PLEINE : ' FS-MVF-CODE
                 ELSE
                    ADD 1 TO WS-NB-FOURN
                    MOVE FS-MVF-CODE  TO WS-FOU-CODE(WS-NB-FOURN)
                    MOVE FS-MVF-NOM   TO WS-FOU-NOM(WS-NB-FOURN)
                    MOVE FS-MVF-DELAI TO WS-FOU-DELAI(WS-NB-FOURN)
                    IF FS-MVF-TERME IS NUMERIC
                       MOVE FS-MVF-TERME TO WS-FOU-TERME(WS-NB-FOURN)
                    ELSE
                       MOVE 0 TO WS-FOU-TERME(WS-NB-FOURN)
                    END-IF
                    MOVE FS-MVF-IBAN   TO WS-FOU-IBAN(WS-NB-FOURN)
                    MOVE FS-MVF-BIC    TO WS-FOU-BIC(WS-NB-FOURN)
                    MOVE FS-MVF-STATUT TO WS-FOU-STATUT(WS-NB-FOURN)
                    MOVE 0   TO WS-FOU-OUVERTES(WS-NB-FOURN)
                    MOVE 'N' TO WS-FOU-SUPPRIME(WS-NB-FOURN)
                    ADD 1 TO WS-NB-APPLIQUES
                    MOVE SPACES TO WS-MSG-AUDIT
                    STRING 'FOURN ' FS-MVF-CODE ' CREE : ' FS-MVF-NOM
                           DELIMITED BY SIZE INTO WS-MSG-AUDIT
                    END-STRING
                    PERFORM 8000-JOURNALISER-DEB
                       THRU 8000-JOURNALISER-FIN
                 END-IF
              END-IF
           END-IF.
       2110-CREER-FOURNISSEUR-FIN.
           EXIT.

      * SEULES LES ZONES RENSEIGNEES REMPLACENT CELLES DE LA
      * FICHE, COMME DANS CLIMAINT.
       2120-MODIFIER-FOURNISSEUR-DEB.
           IF WS-IND-FOU-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'MODIFICATION REJETEE, FOURNISSEUR INCONNU : '
                      FS-MVF-CODE
           ELSE
              IF FS-MVF-NOM NOT = SPACES
                 MOVE FS-MVF-NOM TO WS-FOU-NOM(WS-IND-FOU-TROUVE)
              END-IF
              IF FS-MVF-DELAI IS NUMERIC
                 MOVE FS-MVF-DELAI TO WS-FOU-DELAI(WS-IND-FOU-TROUVE)
              END-IF
              IF FS-MVF-TERME IS NUMERIC
                 MOVE FS-MVF-TERME TO WS-FOU-TERME(WS-IND-FOU-TROUVE)
              END-IF
              IF FS-MVF-IBAN NOT = SPACES
                 MOVE FS-MVF-IBAN TO WS-FOU-IBAN(WS-IND-FOU-TROUVE)
              END-IF
              IF FS-MVF-BIC NOT = SPACES
                 MOVE FS-MVF-BIC TO WS-FOU-BIC(WS-IND-FOU-TROUVE)
              END-IF
              IF FS-MVF-STATUT NOT = SPACE
                 MOVE FS-MVF-STATUT
                   TO WS-FOU-STATUT(WS-IND-FOU-TROUVE)
              END-IF
              ADD 1 TO WS-NB-APPLIQUES
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'FOURN ' FS-MVF-CODE ' MODIFIE, STATUT '
                     WS-FOU-STATUT(WS-IND-FOU-TROUVE)
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2120-MODIFIER-FOURNISSEUR-FIN.
           EXIT.

       2130-SUPPRIMER-FOURNISSEUR-DEB.
           IF WS-IND-FOU-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'SUPPRESSION REJETEE, FOURNISSEUR INCONNU : '
                      FS-MVF-CODE
           ELSE
              IF WS-FOU-OUVERTES(WS-IND-FOU-TROUVE) > 0
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'SUPPRESSION REJETEE, ' FS-MVF-CODE ' A '
                         WS-FOU-OUVERTES(WS-IND-FOU-TROUVE)
                         ' COMMANDE(S) OUVERTE(S)'
              ELSE
                 MOVE SPACES TO WS-CLE-ARTICLE
                 MOVE SPACE  TO WS-RANG-MVT
                 PERFORM 1400-TROUVER-LIEN-DEB
                    THRU 1400-TROUVER-LIEN-FIN
                 IF WS-NB-LIENS-FOURN > 0
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'SUPPRESSION REJETEE, ' FS-MVF-CODE ' A '
                            WS-NB-LIENS-FOURN ' ARTICLE(S) RATTACHE(S)'
                 ELSE
                    MOVE 'O' TO WS-FOU-SUPPRIME(WS-IND-FOU-TROUVE)
                    ADD 1 TO WS-NB-APPLIQUES
                    MOVE SPACES TO WS-MSG-AUDIT
                    STRING 'FOURN ' FS-MVF-CODE ' SUPPRIME'
                           DELIMITED BY SIZE INTO WS-MSG-AUDIT
                    END-STRING
                    PERFORM 8000-JOURNALISER-DEB
                       THRU 8000-JOURNALISER-FIN
                 END-IF
              END-IF
           END-IF.
       2130-SUPPRIMER-FOURNISSEUR-FIN.
           EXIT.

      *=========================================================
      * LIEN ARTICLE/FOURNISSEUR.
      *=========================================================
       2200-MVT-LIEN-DEB.
           MOVE FS-MVL-FOURN   TO WS-CLE-FOURN.
           MOVE FS-MVL-ARTICLE TO WS-CLE-ARTICLE.
           IF FS-MVL-RANG = SPACE
              MOVE 'P' TO WS-RANG-MVT
           ELSE
              MOVE FS-MVL-RANG TO WS-RANG-MVT
           END-IF.
           IF WS-RANG-MVT NOT = 'P'
              AND WS-RANG-MVT NOT = 'S'
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'MOUVEMENT REJETE, RANG INCONNU : '
                      FS-MVL-ARTICLE ' ' FS-MVL-FOURN ' '
                      FS-MVL-RANG
           ELSE
              PERFORM 1400-TROUVER-LIEN-DEB
                 THRU 1400-TROUVER-LIEN-FIN
              EVALUATE FS-MVT-CODE
                 WHEN 'A'
                    PERFORM 2210-CREER-LIEN-DEB
                       THRU 2210-CREER-LIEN-FIN
                 WHEN 'M'
                    PERFORM 2220-MODIFIER-LIEN-DEB
                       THRU 2220-MODIFIER-LIEN-FIN
                 WHEN 'S'
                    PERFORM 2230-SUPPRIMER-LIEN-DEB
                       THRU 2230-SUPPRIMER-LIEN-FIN
                 WHEN OTHER
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, CODE INCONNU : '
                            FS-MVT-CODE ' ' FS-MVL-ARTICLE
              END-EVALUATE
           END-IF.
       2200-MVT-LIEN-FIN.
           EXIT.

       2210-CREER-LIEN-DEB.
           MOVE 'O' TO WS-LIEN-OK.
           IF WS-IND-LNK-TROUVE > 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'CREATION REJETEE, LIEN DEJA PRESENT : '
                      FS-MVL-ARTICLE ' ' FS-MVL-FOURN
              MOVE 'N' TO WS-LIEN-OK
           END-IF.
           IF WS-LIEN-OK = 'O'
              PERFORM 1300-TROUVER-FOURNISSEUR-DEB
                 THRU 1300-TROUVER-FOURNISSEUR-FIN
              IF WS-IND-FOU-TROUVE = 0
                 OR FS-MVL-ARTICLE = SPACES
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'CREATION REJETEE, ARTICLE ABSENT OU '
                         'FOURNISSEUR INCONNU : '
                         FS-MVL-ARTICLE ' ' FS-MVL-FOURN
                 MOVE 'N' TO WS-LIEN-OK
              END-IF
           END-IF.
           IF WS-LIEN-OK = 'O'
              IF WS-IND-LNK-RANG > 0
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'CREATION REJETEE, ' FS-MVL-ARTICLE
                         ' A DEJA UN RANG ' WS-RANG-MVT ' CHEZ '
                         WS-LNK-FOURNISSEUR(WS-IND-LNK-RANG)
                 MOVE 'N' TO WS-LIEN-OK
              END-IF
           END-IF.
           IF WS-LIEN-OK = 'O'
              IF WS-NB-LIENS NOT < 200
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'CREATION REJETEE, TABLE DES LIENS PLEINE : '
                         FS-MVL-ARTICLE ' ' FS-MVL-FOURN
                 MOVE 'N' TO WS-LIEN-OK
              END-IF
           END-IF.
           IF WS-LIEN-OK = 'O'
              ADD 1 TO WS-NB-LIENS
              MOVE FS-MVL-ARTICLE TO WS-LNK-ARTICLE(WS-NB-LIENS)
              MOVE FS-MVL-FOURN   TO WS-LNK-FOURNISSEUR(WS-NB-LIENS)
              IF FS-MVL-PRIX IS NUMERIC
                 MOVE FS-MVL-PRIX TO WS-LNK-PRIX(WS-NB-LIENS)
              ELSE
                 MOVE 0 TO WS-LNK-PRIX(WS-NB-LIENS)
              END-IF
              MOVE WS-RANG-MVT TO WS-LNK-RANG(WS-NB-LIENS)
              MOVE 'N' TO WS-LNK-SUPPRIME(WS-NB-LIENS)
              ADD 1 TO WS-NB-APPLIQUES
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'LIEN ' FS-MVL-ARTICLE '/' FS-MVL-FOURN
                     ' CREE, RANG ' WS-RANG-MVT
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2210-CREER-LIEN-FIN.
           EXIT.

      * MODIFICATION DU PRIX CONVENU ET/OU DU RANG. LE RANG
      * A BLANC DU MOUVEMENT CONSERVE CELUI DU LIEN.
       2220-MODIFIER-LIEN-DEB.
           IF WS-IND-LNK-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'MODIFICATION REJETEE, LIEN INCONNU : '
                      FS-MVL-ARTICLE ' ' FS-MVL-FOURN
           ELSE
              IF FS-MVL-RANG NOT = SPACE
                 AND WS-IND-LNK-RANG > 0
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'MODIFICATION REJETEE, ' FS-MVL-ARTICLE
                         ' A DEJA UN RANG ' WS-RANG-MVT ' CHEZ '
                         WS-LNK-FOURNISSEUR(WS-IND-LNK-RANG)
              ELSE
                 IF FS-MVL-PRIX IS NUMERIC
                    MOVE FS-MVL-PRIX TO WS-LNK-PRIX(WS-IND-LNK-TROUVE)
                 END-IF
                 IF FS-MVL-RANG NOT = SPACE
                    MOVE WS-RANG-MVT TO WS-LNK-RANG(WS-IND-LNK-TROUVE)
                 END-IF
                 ADD 1 TO WS-NB-APPLIQUES
                 MOVE SPACES TO WS-MSG-AUDIT
                 STRING 'LIEN ' FS-MVL-ARTICLE '/' FS-MVL-FOURN
                        ' MODIFIE, RANG '
                        WS-LNK-RANG(WS-IND-LNK-TROUVE)
                        DELIMITED BY SIZE INTO WS-MSG-AUDIT
                 END-STRING
                 PERFORM 8000-JOURNALISER-DEB
                    THRU 8000-JOURNALISER-FIN
              END-IF
           END-IF.
       2220-MODIFIER-LIEN-FIN.
           EXIT.

       2230-SUPPRIMER-LIEN-DEB.
           IF WS-IND-LNK-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'SUPPRESSION REJETEE, LIEN INCONNU : '
                      FS-MVL-ARTICLE ' ' FS-MVL-FOURN
           ELSE
              MOVE 'O' TO WS-LNK-SUPPRIME(WS-IND-LNK-TROUVE)
              ADD 1 TO WS-NB-APPLIQUES
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'LIEN ' FS-MVL-ARTICLE '/' FS-MVL-FOURN
                     ' SUPPRIME'
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2230-SUPPRIMER-LIEN-FIN.
           EXIT.

      *=========================================================
      * NOUVELLES GENERATIONS, A BASCULER APRES CONTROLE.
      *=========================================================
       3000-ECRIRE-GENERATIONS-DEB.
           OPEN OUTPUT FIC-FOURNISSEURS-NOUV.
           PERFORM 3010-ECRIRE-FOURNISSEUR-DEB
              THRU 3010-ECRIRE-FOURNISSEUR-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN.
           CLOSE FIC-FOURNISSEURS-NOUV.
           OPEN OUTPUT FIC-LIENS-NOUV.
           PERFORM 3020-ECRIRE-LIEN-DEB
              THRU 3020-ECRIRE-LIEN-FIN
              VARYING WS-IND-LNK FROM 1 BY 1
              UNTIL WS-IND-LNK > WS-NB-LIENS.
           CLOSE FIC-LIENS-NOUV.
       3000-ECRIRE-GENERATIONS-FIN.
           EXIT.

       3010-ECRIRE-FOURNISSEUR-DEB.
           IF WS-FOU-SUPPRIME(WS-IND-FOU) = 'N'
              MOVE SPACES TO FS-ENR-FOURNISSEUR
              MOVE WS-FOU-CODE(WS-IND-FOU)   TO FS-FOU-CODE
              MOVE WS-FOU-NOM(WS-IND-FOU)    TO FS-FOU-NOM
              MOVE WS-FOU-DELAI(WS-IND-FOU)  TO FS-FOU-DELAI
              MOVE WS-FOU-TERME(WS-IND-FOU)  TO FS-FOU-TERME
              MOVE WS-FOU-IBAN(WS-IND-FOU)   TO FS-FOU-IBAN
              MOVE WS-FOU-BIC(WS-IND-FOU)    TO FS-FOU-BIC
              MOVE WS-FOU-STATUT(WS-IND-FOU) TO FS-FOU-STATUT
              WRITE FS-ENR-FOURNISSEUR-NOUV FROM FS-ENR-FOURNISSEUR
              ADD 1 TO WS-NB-FOU-ECRITS
           END-IF.
       3010-ECRIRE-FOURNISSEUR-FIN.
           EXIT.

       3020-ECRIRE-LIEN-DEB.
           IF WS-LNK-SUPPRIME(WS-IND-LNK) = 'N'
              MOVE SPACES TO FS-ENR-LIEN
              MOVE WS-LNK-ARTICLE(WS-IND-LNK)     TO FS-LNK-ARTICLE
              MOVE WS-LNK-FOURNISSEUR(WS-IND-LNK)
                TO FS-LNK-FOURNISSEUR
              MOVE WS-LNK-PRIX(WS-IND-LNK)        TO FS-LNK-PRIX
              MOVE WS-LNK-RANG(WS-IND-LNK)        TO FS-LNK-RANG
              WRITE FS-ENR-LIEN-NOUV FROM FS-ENR-LIEN
              ADD 1 TO WS-NB-LNK-ECRITS
           END-IF.
       3020-ECRIRE-LIEN-FIN.
           EXIT.

       8000-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'           TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'           TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE WS-MSG-AUDIT  TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       8000-JOURNALISER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'MISE A JOUR DES FOURNISSEURS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'MOUVEMENTS LUS        : ' WS-NB-MVT-LUS.
           DISPLAY 'MOUVEMENTS APPLIQUES  : ' WS-NB-APPLIQUES.
           DISPLAY 'MOUVEMENTS REJETES    : ' WS-NB-REJETES.
           DISPLAY 'FOURNISSEURS ECRITS   : ' WS-NB-FOU-ECRITS.
           DISPLAY 'LIENS ECRITS          : ' WS-NB-LNK-ECRITS.
           DISPLAY '***********************************'.
           DISPLAY 'BASCULER FOURNISSEURS_NEW.TXT ET FOURNART_NEW.TXT '
                   'APRES CONTROLE'.
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

       END PROGRAM FOUMAINT.
