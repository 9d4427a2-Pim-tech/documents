       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIFICHE.

      *********************************************************
      *     FICHE CLIENT DU SERVICE DES COMMANDES.
      *
      *     QUAND UN CLIENT APPELLE, TOUT CE QUE L'ON SAIT DE LUI
      *     ETAIT EPARPILLE DANS CINQ EDITIONS. CE PROGRAMME
      *     CONVERSATIONNEL, OUVERT PAR SIGNON, DEMANDE UN NUMERO
      *     DE CLIENT OU UNE PARTIE DE SON NOM ET AFFICHE SUR UN
      *     SEUL ECRAN :
      *       - L'IDENTITE (FICHIER CLIENT FCLIENT, FORMAT DE
      *         CLIMAINT),
      *       - LA LIMITE DE CREDIT ET L'EXPOSITION
      *         (CLIENTCRED.TXT) ET LE DISPONIBLE,
      *       - LE BLOCAGE A PLUS DE 90 JOURS (CLIENTBLOQ.TXT,
      *         DEPOSE PAR CMDAGING),
      *       - LES LIGNES DE COMMANDE EN COURS ET LEUR STATUT
      *         (FCOMMAND_ENCOURS.TXT, STATUTS DE CMDSTATU),
      *       - LES COMMANDES SUSPENDUES ENCORE EN ATTENTE
      *         (CMDSUSPENS.TXT, STATUT 'S', VOIR CMDRELEA),
      *       - LES FACTURES OUVERTES ET LEUR AGE (FACTJOURNAL.TXT
      *         MOINS FACTREGL.TXT, TRANCHES 0-30 / 31-60 / 61-90
      *         / PLUS DE 90 JOURS ET DEVISE DE LA FACTURE COMME
      *         CMDAGING, TOTAUX EN CONTRE-VALEUR EUROS),
      *       - LES RETOURS DES 90 DERNIERS JOURS
      *         (AVOIRJOURNAL.TXT, VOIR CMDRETUR).
      *     LE RESUME TIENT EN TETE D'ECRAN, LE DETAIL SUIT PAR
      *     PAGES DE 15 LIGNES (ENTREE POUR LA PAGE SUIVANTE, F
      *     POUR QUITTER LA FICHE).
      *
      *     UNE PARTIE DE NOM EST COMPAREE APRES NORMALISATION
      *     (MAJUSCULES, LETTRES ET CHIFFRES SEULS, COMME DANS
      *     CLIMERGE) : UN SEUL CLIENT TROUVE EST AFFICHE
      *     DIRECTEMENT, PLUSIEURS SONT LISTES (20 AU PLUS) POUR
      *     QUE L'OPERATEUR REDEMANDE PAR NUMERO.
      *
      *     LA FICHE EXPOSE DES DONNEES FINANCIERES : CHAQUE
      *     RECHERCHE PAR NOM ET CHAQUE FICHE CONSULTEE SONT
      *     JOURNALISEES DANS FAUDITLOG VIA ERRLOG AU NOM DE
      *     L'OPERATEUR IDENTIFIE PAR SIGNON. AUCUN FICHIER N'EST
      *     MODIFIE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CLIENT
              ASSIGN TO FCLIENT
              FILE STATUS IS WS-STATUS-CLIENT.
           SELECT FIC-CREDIT
              ASSIGN TO "./files/clientcred.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CRD.
           SELECT FIC-BLOQUES
              ASSIGN TO "./files/clientbloq.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-BLQ.
           SELECT FIC-COMMANDES
              ASSIGN TO "./files/fcommand_encours.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CDE.
           SELECT FIC-SUSPENS
              ASSIGN TO "./files/cmdsuspens.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SUS.
           SELECT FIC-JOURNAL-FACT
              ASSIGN TO "./files/factjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JRN.
           SELECT FIC-REGL-APPLIQUES
              ASSIGN TO "./files/factregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGA.
           SELECT FIC-AVOIRS
              ASSIGN TO "./files/avoirjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AVR.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-CLIENT.
       01  FS-ENR-CLIENT.
           05 FS-CLI-IDCLIENT PIC X(5).
           05 FS-CLI-NOM      PIC X(30).
           05 FS-CLI-RUE      PIC X(20).
           05 FS-CLI-CP       PIC X(5).
           05 FS-CLI-VILLE    PIC X(15).
           05 FS-CLI-PAYS     PIC X(2).
           05 FS-CLI-CONTACT  PIC X(15).
           05 FS-CLI-TEL      PIC X(8).
           05 FS-CLI-REPRESENTANT PIC X(3).
           05 FS-CLI-DEVISE   PIC X(3).

       FD FIC-CREDIT RECORDING MODE IS F.
       01  FS-ENR-CREDIT.
           05 FS-CRD-ID      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-CRD-LIMITE  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-CRD-ENCOURS PIC 9(7)V99.

       FD FIC-BLOQUES RECORDING MODE IS F.
       01  FS-ENR-BLOQUE.
           05 FS-BLQ-CLIENT PIC 9(5).

       FD FIC-COMMANDES RECORDING MODE IS F.
       01  FS-ENR-COMMANDE.
           05 FS-CDE-IDCOMMAND PIC 9(5).
           05 FS-CDE-CODESTR   PIC X.
           05 FS-CDE-NUMLIGNE  PIC 99.
           05 FS-CDE-IDCLIENT  PIC 9(5).
           05 FS-CDE-DATE      PIC 9(8).
           05 FS-CDE-ARTICLE   PIC X(6).
           05 FS-CDE-QUANTITE  PIC 9(3).
           05 FS-CDE-MONTANT   PIC 9(5)V99.
           05 FS-CDE-OPERATEUR PIC X(8).
           05 FS-CDE-SOURCE-PRIX PIC X(1).
           05 FS-CDE-QTE-EXPEDIEE PIC 9(3).
           05 FILLER           PIC X(61).

       FD FIC-SUSPENS RECORDING MODE IS F.
       01  FS-ENR-SUSPENS.
           05 FS-SUS-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SUS-CLIENT  PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-SUS-NUMCDE  PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-SUS-LIGNES  PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-SUS-MONTANT PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-SUS-STATUT  PIC X(1).

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

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CLIFICHE'.
       01  WS-STATUS-CLIENT PIC XX.
       01  WS-STATUS-CRD    PIC XX.
       01  WS-STATUS-BLQ    PIC XX.
       01  WS-STATUS-CDE    PIC XX.
       01  WS-STATUS-SUS    PIC XX.
       01  WS-STATUS-JRN    PIC XX.
       01  WS-STATUS-RGA    PIC XX.
       01  WS-STATUS-AVR    PIC XX.

       01  WS-DATE-JOUR    PIC 9(8).
       01  WS-JULIEN-JOUR  PIC 9(7).
       01  WS-JULIEN-FACT  PIC 9(7).
       01  WS-AGE-JOURS    PIC S9(5).
       01  WS-JOURS-RETOURS PIC 9(3) VALUE 90.

      * SAISIE DE L'OPERATEUR ET RECHERCHE PAR NOM.
       01  WS-SAISIE       PIC X(30).
       01  WS-FIN-SAISIE   PIC X VALUE 'N'.
       01  WS-CLIENT-DEMANDE PIC 9(5).
       01  WS-NB-TROUVES   PIC 9(4).
       01  WS-MAX-LISTE    PIC 9(2) VALUE 20.
       01  WS-NOM-BRUT     PIC X(30).
       01  WS-NOM-NORM     PIC X(30).
       01  WS-FRAGMENT     PIC X(30).
       01  WS-LG-FRAGMENT  PIC 9(2).
       01  WS-NB-OCCURRENCES PIC 9(2).
       01  WS-IND-CAR      PIC 9(2).
       01  WS-IND-SORTIE   PIC 9(2).
       01  WS-UN-CAR       PIC X.

      * FICHE DU CLIENT CONSULTE.
       01  WS-FICHE.
           05 WS-FIC-CONNU     PIC X.
           05 WS-FIC-NOM       PIC X(30).
           05 WS-FIC-VILLE     PIC X(15).
           05 WS-FIC-CONTACT   PIC X(15).
           05 WS-FIC-TEL       PIC X(8).
           05 WS-FIC-DEVISE    PIC X(3).
           05 WS-FIC-CREDIT    PIC X.
           05 WS-FIC-LIMITE    PIC 9(7)V99.
           05 WS-FIC-ENCOURS   PIC 9(7)V99.
           05 WS-FIC-DISPONIBLE PIC S9(7)V99.
           05 WS-FIC-BLOQUE    PIC X.
           05 WS-FIC-NB-LIGNES PIC 9(4).
           05 WS-FIC-MT-LIGNES PIC 9(9)V99.
           05 WS-FIC-NB-SUSPENS PIC 9(4).
           05 WS-FIC-MT-SUSPENS PIC 9(9)V99.
           05 WS-FIC-NB-OUVERTES PIC 9(4).
           05 WS-FIC-T0-30     PIC 9(9)V99.
           05 WS-FIC-T31-60    PIC 9(9)V99.
           05 WS-FIC-T61-90    PIC 9(9)V99.
           05 WS-FIC-T90-P     PIC 9(9)V99.
           05 WS-FIC-NB-AVOIRS PIC 9(4).
           05 WS-FIC-MT-AVOIRS PIC 9(9)V99.

      * FACTURES DU CLIENT (TTC MOINS REGLEMENTS), EN DEVISE POUR
      * UNE FACTURE EN DEVISE, COMME CMDAGING.
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 300 TIMES.
               10 WS-FAC-NUMERO PIC 9(6).
               10 WS-FAC-DATE   PIC 9(8).
               10 WS-FAC-RESTE  PIC S9(7)V99.
               10 WS-FAC-DEVISE PIC X(3).
               10 WS-FAC-TAUX   PIC 9(3)V9(6).
       01  WS-IND-FAC    PIC 9(4).
       01  WS-RESTE-EUR  PIC 9(9)V99.
       01  WS-TRANCHE    PIC X(5).

      * LIGNES DE DETAIL DE LA FICHE, AFFICHEES PAR PAGES.
       01  WS-DETAIL.
           05 WS-NB-DETAIL PIC 9(4) VALUE 0.
           05 WS-DET-LIGNE OCCURS 400 TIMES PIC X(79).
       01  WS-MAX-DETAIL   PIC 9(4) VALUE 400.
       01  WS-DETAIL-TRONQUE PIC X.
       01  WS-IND-DET      PIC 9(4).
       01  WS-LIGNES-PAGE  PIC 9(2) VALUE 15.
       01  WS-NB-LIGNES-PAGE PIC 9(2).
       01  WS-ARRET-PAGES  PIC X.
       01  WS-REPONSE      PIC X.
       01  WS-LIGNE        PIC X(79).

       01  WS-LIGNE-COMMANDE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LC-COMMANDE  PIC 9(5).
           05 FILLER          PIC X(1) VALUE '/'.
           05 WS-LC-LIGNE     PIC 99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LC-DATE      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LC-ARTICLE   PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LC-QTE       PIC ZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LC-MONTANT   PIC ZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LC-STATUT    PIC X(24).
       01  WS-LIGNE-SUSPENS.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LS-COMMANDE  PIC 9(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LS-DATE      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LS-LIGNES    PIC ZZ9.
           05 FILLER          PIC X(10) VALUE ' LIGNE(S) '.
           05 WS-LS-MONTANT   PIC ZZZZ9.99.
       01  WS-LIGNE-FACTURE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LF-NUMERO    PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LF-DATE      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LF-AGE       PIC ZZZZ9.
           05 FILLER          PIC X(3) VALUE ' J '.
           05 WS-LF-TRANCHE   PIC X(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LF-RESTE     PIC ZZZZZZ9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LF-DEVISE    PIC X(3).
       01  WS-LIGNE-AVOIR.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-LA-DATE      PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LA-COMMANDE  PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LA-ARTICLE   PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LA-QTE       PIC ZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-LA-MONTANT   PIC ZZZZZZ9.99.
           05 FILLER          PIC X(7) VALUE ' MOTIF '.
           05 WS-LA-MOTIF     PIC X(2).

       01  WS-ED-MONTANT   PIC ZZZZZZZZ9.99.
       01  WS-ED-MONTANT-2 PIC ZZZZZZZZ9.99.
       01  WS-ED-SIGNE     PIC -ZZZZZZZ9.99.
       01  WS-ED-T0-30     PIC ZZZZZZZZ9.99.
       01  WS-ED-T31-60    PIC ZZZZZZZZ9.99.
       01  WS-ED-T61-90    PIC ZZZZZZZZ9.99.
       01  WS-ED-T90-P     PIC ZZZZZZZZ9.99.

       01  WS-MSG-AUDIT PIC X(40).
       01  WS-COMPTEURS.
           05 WS-NB-RECHERCHES   PIC 9(4) VALUE 0.
           05 WS-NB-CONSULTATIONS PIC 9(4) VALUE 0.

      * IDENTIFICATION ET HABILITATION DE L'OPERATEUR AU
      * DEMARRAGE, VIA LE SOUS-PROGRAMME COMMUN SIGNON : SES
      * CONSULTATIONS SONT JOURNALISEES A SON NOM DANS FAUDITLOG.
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
       0000-CLIFICHE-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JULIEN-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

           PERFORM 0005-IDENTIFIER-OPERATEUR-DEB
              THRU 0005-IDENTIFIER-OPERATEUR-FIN.

           PERFORM 1000-CONSULTATION-DEB
              THRU 1000-CONSULTATION-FIN
              UNTIL WS-FIN-SAISIE = 'O'.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-CLIFICHE-FIN.
           EXIT.

      * OUVERTURE DE SESSION : L'OPERATEUR S'IDENTIFIE ET SIGNON
      * VERIFIE SON HABILITATION A LANCER CE PROGRAMME.
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

      * UNE DEMANDE : NUMERO DE CLIENT SUR 5 CHIFFRES, PARTIE DE
      * NOM, OU FIN (ENTREE A VIDE) POUR TERMINER.
       1000-CONSULTATION-DEB.
           DISPLAY ' '.
           DISPLAY 'CLIENT (NUMERO OU PARTIE DU NOM, FIN POUR '
                   'TERMINER) : ' NO ADVANCING.
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           INSPECT WS-SAISIE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-SAISIE = SPACES OR WS-SAISIE = 'FIN'
              MOVE 'O' TO WS-FIN-SAISIE
           ELSE
              IF WS-SAISIE(1:5) IS NUMERIC AND WS-SAISIE(6:25) = SPACES
                 MOVE WS-SAISIE(1:5) TO WS-CLIENT-DEMANDE
                 MOVE 1 TO WS-NB-TROUVES
              ELSE
                 PERFORM 1100-RECHERCHER-NOM-DEB
                    THRU 1100-RECHERCHER-NOM-FIN
              END-IF
              IF WS-NB-TROUVES = 1
                 PERFORM 2000-CHARGER-FICHE-DEB
                    THRU 2000-CHARGER-FICHE-FIN
                 PERFORM 3000-AFFICHER-FICHE-DEB
                    THRU 3000-AFFICHER-FICHE-FIN
              END-IF
           END-IF.
       1000-CONSULTATION-FIN.
           EXIT.

      * RECHERCHE DANS LE FICHIER CLIENT DES NOMS QUI CONTIENNENT
      * LA PARTIE SAISIE, LES DEUX NORMALISES.
       1100-RECHERCHER-NOM-DEB.
           MOVE 0 TO WS-NB-TROUVES.
           ADD 1 TO WS-NB-RECHERCHES.
           MOVE SPACES TO WS-MSG-AUDIT.
           STRING 'RECHERCHE NOM ' WS-SAISIE(1:26)
                  DELIMITED BY SIZE
                  INTO WS-MSG-AUDIT
           END-STRING.
           PERFORM 8000-JOURNALISER-DEB
              THRU 8000-JOURNALISER-FIN.
           MOVE WS-SAISIE TO WS-NOM-BRUT.
           PERFORM 7000-NORMALISER-NOM-DEB
              THRU 7000-NORMALISER-NOM-FIN.
           MOVE WS-NOM-NORM   TO WS-FRAGMENT.
           MOVE WS-IND-SORTIE TO WS-LG-FRAGMENT.
           IF WS-LG-FRAGMENT = 0
              DISPLAY 'NOM A RECHERCHER SANS LETTRE NI CHIFFRE'
           ELSE
              OPEN INPUT FIC-CLIENT
              IF WS-STATUS-CLIENT NOT = '00'
                 DISPLAY 'FICHIER CLIENT INTROUVABLE, STATUT '
                         WS-STATUS-CLIENT
              ELSE
                 PERFORM 1110-COMPARER-NOM-DEB
                    THRU 1110-COMPARER-NOM-FIN
                    UNTIL WS-STATUS-CLIENT NOT = '00'
                 CLOSE FIC-CLIENT
                 EVALUATE TRUE
                    WHEN WS-NB-TROUVES = 0
                       DISPLAY 'AUCUN CLIENT NE CORRESPOND'
                    WHEN WS-NB-TROUVES > WS-MAX-LISTE
                       DISPLAY WS-NB-TROUVES ' CLIENTS, LES '
                               WS-MAX-LISTE ' PREMIERS SONT LISTES : '
                               'PRECISER LE NOM OU DONNER LE NUMERO'
                    WHEN WS-NB-TROUVES > 1
                       DISPLAY WS-NB-TROUVES ' CLIENTS : '
                               'DONNER LE NUMERO'
                 END-EVALUATE
              END-IF
           END-IF.
       1100-RECHERCHER-NOM-FIN.
           EXIT.

       1110-COMPARER-NOM-DEB.
           READ FIC-CLIENT
              AT END
                 MOVE '10' TO WS-STATUS-CLIENT
           END-READ.
           IF WS-STATUS-CLIENT = '00'
              AND FS-CLI-IDCLIENT IS NUMERIC
              MOVE FS-CLI-NOM TO WS-NOM-BRUT
              PERFORM 7000-NORMALISER-NOM-DEB
                 THRU 7000-NORMALISER-NOM-FIN
              MOVE 0 TO WS-NB-OCCURRENCES
              INSPECT WS-NOM-NORM TALLYING WS-NB-OCCURRENCES
                 FOR ALL WS-FRAGMENT(1:WS-LG-FRAGMENT)
              IF WS-NB-OCCURRENCES NOT = 0
                 ADD 1 TO WS-NB-TROUVES
                 MOVE FS-CLI-IDCLIENT TO WS-CLIENT-DEMANDE
                 IF WS-NB-TROUVES <= WS-MAX-LISTE
                    DISPLAY '  ' FS-CLI-IDCLIENT ' ' FS-CLI-NOM ' '
                            FS-CLI-VILLE
                 END-IF
              END-IF
           END-IF.
       1110-COMPARER-NOM-FIN.
           EXIT.

      * CONSTITUTION DE LA FICHE : RESUME ET LIGNES DE DETAIL.
       2000-CHARGER-FICHE-DEB.
           INITIALIZE WS-FICHE.
           MOVE 'N' TO WS-FIC-CONNU.
           MOVE 'N' TO WS-FIC-CREDIT.
           MOVE 'N' TO WS-FIC-BLOQUE.
           MOVE 0   TO WS-NB-DETAIL.
           MOVE 'N' TO WS-DETAIL-TRONQUE.
           PERFORM 2100-LIRE-CLIENT-DEB
              THRU 2100-LIRE-CLIENT-FIN.
           PERFORM 2200-LIRE-CREDIT-DEB
              THRU 2200-LIRE-CREDIT-FIN.
           PERFORM 2300-LIRE-BLOCAGE-DEB
              THRU 2300-LIRE-BLOCAGE-FIN.
           PERFORM 2400-LIRE-COMMANDES-DEB
              THRU 2400-LIRE-COMMANDES-FIN.
           PERFORM 2500-LIRE-SUSPENS-DEB
              THRU 2500-LIRE-SUSPENS-FIN.
           PERFORM 2600-LIRE-FACTURES-DEB
              THRU 2600-LIRE-FACTURES-FIN.
           PERFORM 2700-LIRE-AVOIRS-DEB
              THRU 2700-LIRE-AVOIRS-FIN.
           ADD 1 TO WS-NB-CONSULTATIONS.
           MOVE SPACES TO WS-MSG-AUDIT.
           IF WS-FIC-CONNU = 'O'
              STRING 'CONSULTATION FICHE CLIENT ' WS-CLIENT-DEMANDE
                     DELIMITED BY SIZE
                     INTO WS-MSG-AUDIT
              END-STRING
           ELSE
              STRING 'CONSULTATION FICHE CLIENT ' WS-CLIENT-DEMANDE
                     ' INCONNU'
                     DELIMITED BY SIZE
                     INTO WS-MSG-AUDIT
              END-STRING
           END-IF.
           PERFORM 8000-JOURNALISER-DEB
              THRU 8000-JOURNALISER-FIN.
       2000-CHARGER-FICHE-FIN.
           EXIT.

       2100-LIRE-CLIENT-DEB.
           OPEN INPUT FIC-CLIENT.
           IF WS-STATUS-CLIENT NOT = '00'
              DISPLAY 'FICHIER CLIENT INTROUVABLE, STATUT '
                      WS-STATUS-CLIENT
           ELSE
              PERFORM 2110-CHERCHER-CLIENT-DEB
                 THRU 2110-CHERCHER-CLIENT-FIN
                 UNTIL WS-STATUS-CLIENT NOT = '00'
                    OR WS-FIC-CONNU = 'O'
              CLOSE FIC-CLIENT
           END-IF.
       2100-LIRE-CLIENT-FIN.
           EXIT.

       2110-CHERCHER-CLIENT-DEB.
           READ FIC-CLIENT
              AT END
                 MOVE '10' TO WS-STATUS-CLIENT
           END-READ.
           IF WS-STATUS-CLIENT = '00'
              AND FS-CLI-IDCLIENT IS NUMERIC
              AND FS-CLI-IDCLIENT = WS-CLIENT-DEMANDE
              MOVE 'O'            TO WS-FIC-CONNU
              MOVE FS-CLI-NOM     TO WS-FIC-NOM
              MOVE FS-CLI-VILLE   TO WS-FIC-VILLE
              MOVE FS-CLI-CONTACT TO WS-FIC-CONTACT
              MOVE FS-CLI-TEL     TO WS-FIC-TEL
              MOVE FS-CLI-DEVISE  TO WS-FIC-DEVISE
           END-IF.
       2110-CHERCHER-CLIENT-FIN.
           EXIT.

       2200-LIRE-CREDIT-DEB.
           OPEN INPUT FIC-CREDIT.
           IF WS-STATUS-CRD = '00'
              PERFORM 2210-CHERCHER-CREDIT-DEB
                 THRU 2210-CHERCHER-CREDIT-FIN
                 UNTIL WS-STATUS-CRD NOT = '00'
                    OR WS-FIC-CREDIT = 'O'
              CLOSE FIC-CREDIT
              COMPUTE WS-FIC-DISPONIBLE = WS-FIC-LIMITE - WS-FIC-ENCOURS
           END-IF.
       2200-LIRE-CREDIT-FIN.
           EXIT.

       2210-CHERCHER-CREDIT-DEB.
           READ FIC-CREDIT
              AT END
                 MOVE '10' TO WS-STATUS-CRD
           END-READ.
           IF WS-STATUS-CRD = '00'
              AND FS-CRD-ID = WS-CLIENT-DEMANDE
              MOVE 'O'            TO WS-FIC-CREDIT
              MOVE FS-CRD-LIMITE  TO WS-FIC-LIMITE
              MOVE FS-CRD-ENCOURS TO WS-FIC-ENCOURS
           END-IF.
       2210-CHERCHER-CREDIT-FIN.
           EXIT.

       2300-LIRE-BLOCAGE-DEB.
           OPEN INPUT FIC-BLOQUES.
           IF WS-STATUS-BLQ = '00'
              PERFORM 2310-CHERCHER-BLOCAGE-DEB
                 THRU 2310-CHERCHER-BLOCAGE-FIN
                 UNTIL WS-STATUS-BLQ NOT = '00'
                    OR WS-FIC-BLOQUE = 'O'
              CLOSE FIC-BLOQUES
           END-IF.
       2300-LIRE-BLOCAGE-FIN.
           EXIT.

       2310-CHERCHER-BLOCAGE-DEB.
           READ FIC-BLOQUES
              AT END
                 MOVE '10' TO WS-STATUS-BLQ
           END-READ.
           IF WS-STATUS-BLQ = '00'
              AND FS-BLQ-CLIENT = WS-CLIENT-DEMANDE
              MOVE 'O' TO WS-FIC-BLOQUE
           END-IF.
       2310-CHERCHER-BLOCAGE-FIN.
           EXIT.

      * LIGNES DE COMMANDE EN COURS DU CLIENT, AVEC LE LIBELLE
      * DE LEUR STATUT.
       2400-LIRE-COMMANDES-DEB.
           MOVE 'COMMANDES EN COURS' TO WS-LIGNE.
           PERFORM 2900-AJOUTER-DETAIL-DEB
              THRU 2900-AJOUTER-DETAIL-FIN.
           OPEN INPUT FIC-COMMANDES.
           IF WS-STATUS-CDE = '00'
              PERFORM 2410-LIGNE-COMMANDE-DEB
                 THRU 2410-LIGNE-COMMANDE-FIN
                 UNTIL WS-STATUS-CDE NOT = '00'
              CLOSE FIC-COMMANDES
           END-IF.
           IF WS-FIC-NB-LIGNES = 0
              MOVE '  AUCUNE' TO WS-LIGNE
              PERFORM 2900-AJOUTER-DETAIL-DEB
                 THRU 2900-AJOUTER-DETAIL-FIN
           END-IF.
       2400-LIRE-COMMANDES-FIN.
           EXIT.

       2410-LIGNE-COMMANDE-DEB.
           READ FIC-COMMANDES
              AT END
                 MOVE '10' TO WS-STATUS-CDE
           END-READ.
           IF WS-STATUS-CDE = '00'
              AND FS-CDE-IDCLIENT IS NUMERIC
              IF FS-CDE-IDCLIENT = WS-CLIENT-DEMANDE
                 ADD 1 TO WS-FIC-NB-LIGNES
                 ADD FS-CDE-MONTANT TO WS-FIC-MT-LIGNES
                 MOVE FS-CDE-IDCOMMAND TO WS-LC-COMMANDE
                 MOVE FS-CDE-NUMLIGNE  TO WS-LC-LIGNE
                 MOVE FS-CDE-DATE      TO WS-LC-DATE
                 MOVE FS-CDE-ARTICLE   TO WS-LC-ARTICLE
                 MOVE FS-CDE-QUANTITE  TO WS-LC-QTE
                 MOVE FS-CDE-MONTANT   TO WS-LC-MONTANT
                 EVALUATE FS-CDE-CODESTR
                    WHEN 'E'
                       MOVE 'ENREGISTREE' TO WS-LC-STATUT
                    WHEN 'V'
                       MOVE 'VALIDEE' TO WS-LC-STATUT
                    WHEN 'P'
                       MOVE 'PARTIELLEMENT EXPEDIEE' TO WS-LC-STATUT
                    WHEN 'X'
                       MOVE 'EXPEDIEE' TO WS-LC-STATUT
                    WHEN 'F'
                       MOVE 'FACTUREE' TO WS-LC-STATUT
                    WHEN 'A'
                       MOVE 'ANNULEE' TO WS-LC-STATUT
                    WHEN OTHER
                       MOVE SPACES TO WS-LC-STATUT
                       STRING 'STATUT ' FS-CDE-CODESTR
                              DELIMITED BY SIZE
                              INTO WS-LC-STATUT
                       END-STRING
                 END-EVALUATE
                 MOVE WS-LIGNE-COMMANDE TO WS-LIGNE
                 PERFORM 2900-AJOUTER-DETAIL-DEB
                    THRU 2900-AJOUTER-DETAIL-FIN
              END-IF
           END-IF.
       2410-LIGNE-COMMANDE-FIN.
           EXIT.

       2500-LIRE-SUSPENS-DEB.
           MOVE 'COMMANDES SUSPENDUES (DEPASSEMENT DE CREDIT)'
             TO WS-LIGNE.
           PERFORM 2900-AJOUTER-DETAIL-DEB
              THRU 2900-AJOUTER-DETAIL-FIN.
           OPEN INPUT FIC-SUSPENS.
           IF WS-STATUS-SUS = '00'
              PERFORM 2510-LIGNE-SUSPENS-DEB
                 THRU 2510-LIGNE-SUSPENS-FIN
                 UNTIL WS-STATUS-SUS NOT = '00'
              CLOSE FIC-SUSPENS
           END-IF.
           IF WS-FIC-NB-SUSPENS = 0
              MOVE '  AUCUNE' TO WS-LIGNE
              PERFORM 2900-AJOUTER-DETAIL-DEB
                 THRU 2900-AJOUTER-DETAIL-FIN
           END-IF.
       2500-LIRE-SUSPENS-FIN.
           EXIT.

       2510-LIGNE-SUSPENS-DEB.
           READ FIC-SUSPENS
              AT END
                 MOVE '10' TO WS-STATUS-SUS
           END-READ.
           IF WS-STATUS-SUS = '00'
              AND FS-SUS-STATUT = 'S'
              IF FS-SUS-CLIENT = WS-CLIENT-DEMANDE
                 ADD 1 TO WS-FIC-NB-SUSPENS
                 ADD FS-SUS-MONTANT TO WS-FIC-MT-SUSPENS
                 MOVE FS-SUS-NUMCDE  TO WS-LS-COMMANDE
                 MOVE FS-SUS-DATE    TO WS-LS-DATE
                 MOVE FS-SUS-LIGNES  TO WS-LS-LIGNES
                 MOVE FS-SUS-MONTANT TO WS-LS-MONTANT
                 MOVE WS-LIGNE-SUSPENS TO WS-LIGNE
                 PERFORM 2900-AJOUTER-DETAIL-DEB
                    THRU 2900-AJOUTER-DETAIL-FIN
              END-IF
           END-IF.
       2510-LIGNE-SUSPENS-FIN.
           EXIT.

      * FACTURES DU CLIENT, REGLEMENTS DEDUITS, PUIS AGE DE
      * CHAQUE FACTURE ENCORE OUVERTE.
       2600-LIRE-FACTURES-DEB.
           MOVE 0 TO WS-NB-FACTURES.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-STATUS-JRN = '00'
              PERFORM 2610-CHARGER-FACTURE-DEB
                 THRU 2610-CHARGER-FACTURE-FIN
                 UNTIL WS-STATUS-JRN NOT = '00'
              CLOSE FIC-JOURNAL-FACT
           END-IF.
           OPEN INPUT FIC-REGL-APPLIQUES.
           IF WS-STATUS-RGA = '00'
              PERFORM 2620-DEDUIRE-REGLEMENT-DEB
                 THRU 2620-DEDUIRE-REGLEMENT-FIN
                 UNTIL WS-STATUS-RGA NOT = '00'
              CLOSE FIC-REGL-APPLIQUES
           END-IF.
           MOVE 'FACTURES OUVERTES (NUMERO, DATE, AGE, TRANCHE, RESTE'
             TO WS-LIGNE.
           MOVE ' DU)' TO WS-LIGNE(53:4).
           PERFORM 2900-AJOUTER-DETAIL-DEB
              THRU 2900-AJOUTER-DETAIL-FIN.
           PERFORM 2640-AGER-FACTURE-DEB
              THRU 2640-AGER-FACTURE-FIN
              VARYING WS-IND-FAC FROM 1 BY 1
              UNTIL WS-IND-FAC > WS-NB-FACTURES.
           IF WS-FIC-NB-OUVERTES = 0
              MOVE '  AUCUNE' TO WS-LIGNE
              PERFORM 2900-AJOUTER-DETAIL-DEB
                 THRU 2900-AJOUTER-DETAIL-FIN
           END-IF.
       2600-LIRE-FACTURES-FIN.
           EXIT.

       2610-CHARGER-FACTURE-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
           IF WS-STATUS-JRN = '00'
              IF FS-JRF-CLIENT = WS-CLIENT-DEMANDE
                 IF WS-NB-FACTURES >= 300
                    DISPLAY 'TABLE DES FACTURES PLEINE (300), '
                            'FACTURE IGNOREE : ' FS-JRF-NUMERO
                 ELSE
                    ADD 1 TO WS-NB-FACTURES
                    MOVE FS-JRF-NUMERO TO WS-FAC-NUMERO(WS-NB-FACTURES)
                    MOVE FS-JRF-DATE   TO WS-FAC-DATE(WS-NB-FACTURES)
                    MOVE FS-JRF-TTC    TO WS-FAC-RESTE(WS-NB-FACTURES)
                    MOVE SPACES TO WS-FAC-DEVISE(WS-NB-FACTURES)
                    MOVE 1      TO WS-FAC-TAUX(WS-NB-FACTURES)
                    IF FS-JRF-DEVISE NOT = SPACES
                       AND FS-JRF-TAUX IS NUMERIC
                       AND FS-JRF-TTC-DEV IS NUMERIC
                       MOVE FS-JRF-DEVISE
                         TO WS-FAC-DEVISE(WS-NB-FACTURES)
                       MOVE FS-JRF-TAUX
                         TO WS-FAC-TAUX(WS-NB-FACTURES)
                       MOVE FS-JRF-TTC-DEV
                         TO WS-FAC-RESTE(WS-NB-FACTURES)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2610-CHARGER-FACTURE-FIN.
           EXIT.

       2620-DEDUIRE-REGLEMENT-DEB.
           READ FIC-REGL-APPLIQUES
              AT END
                 MOVE '10' TO WS-STATUS-RGA
           END-READ.
           IF WS-STATUS-RGA = '00'
              PERFORM 2630-DEDUIRE-FACTURE-DEB
                 THRU 2630-DEDUIRE-FACTURE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
           END-IF.
       2620-DEDUIRE-REGLEMENT-FIN.
           EXIT.

       2630-DEDUIRE-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-RGA-NUMERO
              IF FS-RGA-DEVISE NOT = SPACES
                 AND FS-RGA-MONTANT-DEV IS NUMERIC
                 SUBTRACT FS-RGA-MONTANT-DEV
                    FROM WS-FAC-RESTE(WS-IND-FAC)
              ELSE
                 SUBTRACT FS-RGA-MONTANT
                    FROM WS-FAC-RESTE(WS-IND-FAC)
              END-IF
           END-IF.
       2630-DEDUIRE-FACTURE-FIN.
           EXIT.

       2640-AGER-FACTURE-DEB.
           IF WS-FAC-RESTE(WS-IND-FAC) > 0
              ADD 1 TO WS-FIC-NB-OUVERTES
              COMPUTE WS-JULIEN-FACT =
                      FUNCTION INTEGER-OF-DATE(WS-FAC-DATE(WS-IND-FAC))
              COMPUTE WS-AGE-JOURS = WS-JULIEN-JOUR - WS-JULIEN-FACT
              COMPUTE WS-RESTE-EUR ROUNDED =
                      WS-FAC-RESTE(WS-IND-FAC) * WS-FAC-TAUX(WS-IND-FAC)
              EVALUATE TRUE
                 WHEN WS-AGE-JOURS <= 30
                    MOVE '0-30'  TO WS-TRANCHE
                    ADD WS-RESTE-EUR TO WS-FIC-T0-30
                 WHEN WS-AGE-JOURS <= 60
                    MOVE '31-60' TO WS-TRANCHE
                    ADD WS-RESTE-EUR TO WS-FIC-T31-60
                 WHEN WS-AGE-JOURS <= 90
                    MOVE '61-90' TO WS-TRANCHE
                    ADD WS-RESTE-EUR TO WS-FIC-T61-90
                 WHEN OTHER
                    MOVE '+90'   TO WS-TRANCHE
                    ADD WS-RESTE-EUR TO WS-FIC-T90-P
              END-EVALUATE
              MOVE WS-FAC-NUMERO(WS-IND-FAC) TO WS-LF-NUMERO
              MOVE WS-FAC-DATE(WS-IND-FAC)   TO WS-LF-DATE
              MOVE WS-AGE-JOURS              TO WS-LF-AGE
              MOVE WS-TRANCHE                TO WS-LF-TRANCHE
              MOVE WS-FAC-RESTE(WS-IND-FAC)  TO WS-LF-RESTE
              MOVE WS-FAC-DEVISE(WS-IND-FAC) TO WS-LF-DEVISE
              IF WS-LF-DEVISE = SPACES
                 MOVE 'EUR' TO WS-LF-DEVISE
              END-IF
              MOVE WS-LIGNE-FACTURE TO WS-LIGNE
              PERFORM 2900-AJOUTER-DETAIL-DEB
                 THRU 2900-AJOUTER-DETAIL-FIN
           END-IF.
       2640-AGER-FACTURE-FIN.
           EXIT.

      * AVOIRS DES 90 DERNIERS JOURS (RETOURS ET LITIGES CLOS).
       2700-LIRE-AVOIRS-DEB.
           MOVE SPACES TO WS-LIGNE.
           STRING 'RETOURS DES ' WS-JOURS-RETOURS ' DERNIERS JOURS'
                  DELIMITED BY SIZE
                  INTO WS-LIGNE
           END-STRING.
           PERFORM 2900-AJOUTER-DETAIL-DEB
              THRU 2900-AJOUTER-DETAIL-FIN.
           OPEN INPUT FIC-AVOIRS.
           IF WS-STATUS-AVR = '00'
              PERFORM 2710-LIGNE-AVOIR-DEB
                 THRU 2710-LIGNE-AVOIR-FIN
                 UNTIL WS-STATUS-AVR NOT = '00'
              CLOSE FIC-AVOIRS
           END-IF.
           IF WS-FIC-NB-AVOIRS = 0
              MOVE '  AUCUN' TO WS-LIGNE
              PERFORM 2900-AJOUTER-DETAIL-DEB
                 THRU 2900-AJOUTER-DETAIL-FIN
           END-IF.
       2700-LIRE-AVOIRS-FIN.
           EXIT.

       2710-LIGNE-AVOIR-DEB.
           READ FIC-AVOIRS
              AT END
                 MOVE '10' TO WS-STATUS-AVR
           END-READ.
           IF WS-STATUS-AVR = '00'
              AND FS-AVR-CLIENT IS NUMERIC
              AND FS-AVR-DATE IS NUMERIC
              IF FS-AVR-CLIENT = WS-CLIENT-DEMANDE
                 COMPUTE WS-AGE-JOURS = WS-JULIEN-JOUR
                         - FUNCTION INTEGER-OF-DATE(FS-AVR-DATE)
                 IF WS-AGE-JOURS NOT > WS-JOURS-RETOURS
                    ADD 1 TO WS-FIC-NB-AVOIRS
                    ADD FS-AVR-MONTANT TO WS-FIC-MT-AVOIRS
                    MOVE FS-AVR-DATE     TO WS-LA-DATE
                    MOVE FS-AVR-COMMANDE TO WS-LA-COMMANDE
                    MOVE FS-AVR-ARTICLE  TO WS-LA-ARTICLE
                    MOVE FS-AVR-QTE      TO WS-LA-QTE
                    MOVE FS-AVR-MONTANT  TO WS-LA-MONTANT
                    MOVE FS-AVR-MOTIF    TO WS-LA-MOTIF
                    MOVE WS-LIGNE-AVOIR TO WS-LIGNE
                    PERFORM 2900-AJOUTER-DETAIL-DEB
                       THRU 2900-AJOUTER-DETAIL-FIN
                 END-IF
              END-IF
           END-IF.
       2710-LIGNE-AVOIR-FIN.
           EXIT.

      * LA DERNIERE PLACE DE LA TABLE SIGNALE UN DETAIL TRONQUE.
       2900-AJOUTER-DETAIL-DEB.
           IF WS-DETAIL-TRONQUE NOT = 'O'
              ADD 1 TO WS-NB-DETAIL
              IF WS-NB-DETAIL = WS-MAX-DETAIL
                 MOVE 'O' TO WS-DETAIL-TRONQUE
                 MOVE '*** DETAIL TRONQUE, VOIR LES EDITIONS ***'
                   TO WS-DET-LIGNE(WS-NB-DETAIL)
              ELSE
                 MOVE WS-LIGNE TO WS-DET-LIGNE(WS-NB-DETAIL)
              END-IF
              MOVE SPACES TO WS-LIGNE
           END-IF.
       2900-AJOUTER-DETAIL-FIN.
           EXIT.

      * RESUME EN TETE D'ECRAN, PUIS LE DETAIL PAR PAGES.
       3000-AFFICHER-FICHE-DEB.
           DISPLAY '=============================================='
                   '================================='.
           IF WS-FIC-CONNU = 'O'
              DISPLAY 'CLIENT ' WS-CLIENT-DEMANDE ' ' WS-FIC-NOM
                      ' ' WS-FIC-VILLE ' DEVISE ' WS-FIC-DEVISE
              DISPLAY 'CONTACT ' WS-FIC-CONTACT ' TEL ' WS-FIC-TEL
           ELSE
              DISPLAY 'CLIENT ' WS-CLIENT-DEMANDE
                      ' ABSENT DU FICHIER CLIENT'
           END-IF.
           IF WS-FIC-CREDIT = 'O'
              MOVE WS-FIC-LIMITE     TO WS-ED-MONTANT
              MOVE WS-FIC-ENCOURS    TO WS-ED-MONTANT-2
              MOVE WS-FIC-DISPONIBLE TO WS-ED-SIGNE
              DISPLAY 'CREDIT  LIMITE ' WS-ED-MONTANT
                      '  EXPOSITION ' WS-ED-MONTANT-2
                      '  DISPONIBLE ' WS-ED-SIGNE
           ELSE
              DISPLAY 'CREDIT  PAS DE LIMITE DE CREDIT ENREGISTREE'
           END-IF.
           IF WS-FIC-BLOQUE = 'O'
              DISPLAY 'BLOCAGE COMMANDES SUSPENDUES, IMPAYE A PLUS '
                      'DE 90 JOURS'
           ELSE
              DISPLAY 'BLOCAGE NON'
           END-IF.
           MOVE WS-FIC-MT-LIGNES  TO WS-ED-MONTANT.
           MOVE WS-FIC-MT-SUSPENS TO WS-ED-MONTANT-2.
           DISPLAY 'COMMANDES ' WS-FIC-NB-LIGNES ' LIGNE(S) EN COURS '
                   WS-ED-MONTANT '  SUSPENDUES ' WS-FIC-NB-SUSPENS
                   ' ' WS-ED-MONTANT-2.
           MOVE WS-FIC-T0-30  TO WS-ED-T0-30.
           MOVE WS-FIC-T31-60 TO WS-ED-T31-60.
           MOVE WS-FIC-T61-90 TO WS-ED-T61-90.
           MOVE WS-FIC-T90-P  TO WS-ED-T90-P.
           DISPLAY 'FACTURES ' WS-FIC-NB-OUVERTES
                   ' OUVERTE(S), EN CONTRE-VALEUR EUROS :'.
           DISPLAY '  0-30 ' WS-ED-T0-30 '  31-60 ' WS-ED-T31-60
                   '  61-90 ' WS-ED-T61-90 '  +90 ' WS-ED-T90-P.
           MOVE WS-FIC-MT-AVOIRS TO WS-ED-MONTANT.
           DISPLAY 'RETOURS ' WS-FIC-NB-AVOIRS ' AVOIR(S) SUR '
                   WS-JOURS-RETOURS ' JOURS ' WS-ED-MONTANT.
           DISPLAY '----------------------------------------------'
                   '---------------------------------'.
           MOVE 'N' TO WS-ARRET-PAGES.
           MOVE 0   TO WS-NB-LIGNES-PAGE.
           PERFORM 3100-AFFICHER-LIGNE-DEB
              THRU 3100-AFFICHER-LIGNE-FIN
              VARYING WS-IND-DET FROM 1 BY 1
              UNTIL WS-IND-DET > WS-NB-DETAIL
                 OR WS-ARRET-PAGES = 'O'.
           DISPLAY '=============================================='
                   '================================='.
       3000-AFFICHER-FICHE-FIN.
           EXIT.

      * APRES CHAQUE PAGE PLEINE, S'IL RESTE DU DETAIL : ENTREE
      * POUR LA PAGE SUIVANTE, F POUR QUITTER LA FICHE.
       3100-AFFICHER-LIGNE-DEB.
           DISPLAY WS-DET-LIGNE(WS-IND-DET).
           ADD 1 TO WS-NB-LIGNES-PAGE.
           IF WS-NB-LIGNES-PAGE NOT < WS-LIGNES-PAGE
              AND WS-IND-DET < WS-NB-DETAIL
              DISPLAY 'ENTREE = PAGE SUIVANTE, F = FIN DE LA FICHE : '
                      NO ADVANCING
              MOVE SPACE TO WS-REPONSE
              ACCEPT WS-REPONSE
              IF WS-REPONSE = 'F' OR WS-REPONSE = 'f'
                 MOVE 'O' TO WS-ARRET-PAGES
              END-IF
              MOVE 0 TO WS-NB-LIGNES-PAGE
           END-IF.
       3100-AFFICHER-LIGNE-FIN.
           EXIT.

      * NORMALISATION : LES MINUSCULES PASSENT EN MAJUSCULES,
      * SEULS LES A-Z ET 0-9 SONT CONSERVES (MEME REGLE QUE
      * CLIMERGE). WS-IND-SORTIE DONNE LA LONGUEUR OBTENUE.
       7000-NORMALISER-NOM-DEB.
           INSPECT WS-NOM-BRUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NOM-NORM.
           MOVE 0 TO WS-IND-SORTIE.
           PERFORM 7010-UN-CARACTERE-DEB
              THRU 7010-UN-CARACTERE-FIN
              VARYING WS-IND-CAR FROM 1 BY 1
              UNTIL WS-IND-CAR > 30.
       7000-NORMALISER-NOM-FIN.
           EXIT.

       7010-UN-CARACTERE-DEB.
           MOVE WS-NOM-BRUT(WS-IND-CAR:1) TO WS-UN-CAR.
           IF (WS-UN-CAR >= 'A' AND WS-UN-CAR <= 'Z')
              OR (WS-UN-CAR >= '0' AND WS-UN-CAR <= '9')
              ADD 1 TO WS-IND-SORTIE
              MOVE WS-UN-CAR TO WS-NOM-NORM(WS-IND-SORTIE:1)
           END-IF.
       7010-UN-CARACTERE-FIN.
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
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY '********************************************'.
           DISPLAY '*  FICHE CLIENT DU SERVICE DES COMMANDES   *'.
           DISPLAY '********************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     FIN DU PROGRAMME ' WS-PROGRAM-ID     '*'.
           DISPLAY '********************************************'.
           DISPLAY 'RECHERCHES PAR NOM : ' WS-NB-RECHERCHES.
           DISPLAY 'FICHES CONSULTEES  : ' WS-NB-CONSULTATIONS.
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

       END PROGRAM CLIFICHE.
