       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDPERM.

      *********************************************************
      *     GENERATION DES COMMANDES PERMANENTES ECHUES.
      *
      *     PLUSIEURS CLIENTS COMMANDENT LES MEMES LIGNES CHAQUE
      *     SEMAINE OU CHAQUE MOIS ET ELLES ETAIENT RESSAISIES
      *     DANS COMMANDS A CHAQUE FOIS. LE FICHIER DES COMMANDES
      *     PERMANENTES (CMDPERM.TXT) PORTE DEUX TYPES DE LIGNES :
      *       - 'E' ENTETE : NUMERO, CLIENT, FREQUENCE 'H'
      *         HEBDOMADAIRE (JOUR 1 LUNDI A 7 DIMANCHE) OU 'M'
      *         MENSUELLE (JOUR 1 A 31, RAMENE AU DERNIER JOUR
      *         DES MOIS PLUS COURTS), DATES DE DEBUT ET DE FIN
      *         (ZERO = SANS FIN), PROCHAINE ECHEANCE (ZERO = A
      *         CALCULER DEPUIS LA DATE DE DEBUT), STATUT 'A'
      *         ACTIVE, 'S' SUSPENDUE, 'T' TERMINEE,
      *       - 'L' LIGNE : NUMERO, ARTICLE, QUANTITE.
      *     UNE ECHEANCE TOMBANT UN JOUR CHOME EST REPORTEE AU
      *     PROCHAIN JOUR OUVRE PAR LE MOTEUR DE DATES COMMUN
      *     S1DAT1 (CALENDRIER D'ENTREPRISE FCALEND). CHAQUE
      *     COMMANDE ECHUE A LA DATE DU JOUR EST ECRITE EN CARTES
      *     'C' / 'L' / 'F' DANS CMDPERM_CARTES.TXT (TERMINE PAR
      *     'FIN'), A PASSER EN ENTREE DE COMMANDS DERRIERE
      *     L'IDENTIFICATION DE L'OPERATEUR, AVEC CMDRELIQ A 'N' :
      *     LES COMMANDES GENEREES SUBISSENT AINSI LES MEMES
      *     CONTROLES DE CATALOGUE, DE DISPONIBLE ET DE LIMITE DE
      *     CREDIT QUE LES COMMANDES SAISIES. UNE SEULE COMMANDE
      *     EST EMISE PAR ECHEANCE, MEME APRES PLUSIEURS JOURS
      *     SANS PASSAGE (LES ECHEANCES MANQUEES SONT SIGNALEES
      *     ET SAUTEES). LA PROCHAINE ECHEANCE EST AVANCEE ET UNE
      *     NOUVELLE GENERATION DU FICHIER EST ECRITE
      *     (CMDPERM_NEW.TXT). LA LISTE DES COMMANDES GENEREES ET
      *     REFUSEES (CLIENT INCONNU DE FCLIENT, AUCUNE LIGNE,
      *     FREQUENCE OU DATES INVALIDES) EST EDITEE EN FIN DE RUN.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-PERMANENTES
              ASSIGN TO "./files/cmdperm.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PRM.
           SELECT FIC-PERMANENTES-NOUV
              ASSIGN TO "./files/cmdperm_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PRN.
           SELECT FIC-CARTES
              ASSIGN TO "./files/cmdperm_cartes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CRT.
           SELECT CLIENT
              ASSIGN TO FCLIENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-PERMANENTES RECORDING MODE IS F.
       01  FS-ENR-PERM.
           05 FS-PRM-TYPE      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-PRM-NUMERO    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-PRM-DONNEES   PIC X(45).
      *    VUE ENTETE DE COMMANDE PERMANENTE.
       01  FS-ENR-PERM-ENTETE.
           05 FILLER PIC X(8).
           05 FS-PRE-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-PRE-FREQUENCE PIC X(1).
           05 FILLER PIC X(1).
           05 FS-PRE-JOUR      PIC 9(2).
           05 FILLER PIC X(1).
           05 FS-PRE-DEBUT     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PRE-FIN       PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PRE-PROCHAINE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PRE-STATUT    PIC X(1).
           05 FILLER PIC X(6).
      *    VUE LIGNE DE COMMANDE PERMANENTE.
       01  FS-ENR-PERM-LIGNE.
           05 FILLER PIC X(8).
           05 FS-PRL-ARTICLE   PIC X(6).
           05 FILLER PIC X(1).
           05 FS-PRL-QTE       PIC 9(3).
           05 FILLER PIC X(35).

       FD FIC-PERMANENTES-NOUV RECORDING MODE IS F.
       01  FS-ENR-PERM-NOUV PIC X(53).

       FD FIC-CARTES RECORDING MODE IS F.
       01  FS-ENR-CARTE.
           05 FS-CRT-CODE     PIC X(3).
           05 FS-CRT-ARTICLE  PIC X(6).
           05 FS-CRT-QUANTITE PIC 9(3).
           05 FILLER          PIC X(68).
      *    VUE 'C' : ENTETE PORTANT L'IDENTIFIANT DU CLIENT.
       01  FS-ENR-CARTE-CLI.
           05 FILLER          PIC X(3).
           05 FS-CRT-CLIENT   PIC 9(5).
           05 FILLER          PIC X(72).

       FD CLIENT.
       01  FS-CLIENT PIC X(106).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDPERM'.
       01  WS-STATUS-PRM    PIC XX.
       01  WS-STATUS-PRN    PIC XX.
       01  WS-STATUS-CRT    PIC XX.
       01  WS-STATUS-CLIENT PIC XX.

       01  WS-DATE-JOUR   PIC 9(8).
       01  WS-JULIEN-JOUR PIC 9(7).
      * LE 01/01/2001 EST UN LUNDI, COMME DANS S1DAT1.
       01  WS-REF-JULIEN  PIC 9(7).

      * VUE DU CLIENT DU FICHIER FCLIENT (FORMAT BAPP1).
       01  WS-CLIENT.
           05 CLIENT-IDCLIENT PIC 9(5).
           05 CLIENT-NOM      PIC X(30).
           05 FILLER          PIC X(71).

       01  WS-CLIENTS.
           05 WS-NB-CLIENTS PIC 9(4) VALUE 0.
           05 WS-CLI OCCURS 2000 TIMES.
               10 WS-CLI-ID  PIC 9(5).
               10 WS-CLI-NOM PIC X(30).
       01  WS-IND-CLI        PIC 9(4).
       01  WS-IND-CLI-TROUVE PIC 9(4).

      * ENTETES DE COMMANDES PERMANENTES EN MEMOIRE.
       01  WS-PERMANENTES.
           05 WS-NB-PERM PIC 9(3) VALUE 0.
           05 WS-PRM OCCURS 300 TIMES.
               10 WS-PRM-NUMERO    PIC 9(5).
               10 WS-PRM-CLIENT    PIC 9(5).
               10 WS-PRM-FREQUENCE PIC X(1).
               10 WS-PRM-JOUR      PIC 9(2).
               10 WS-PRM-DEBUT     PIC 9(8).
               10 WS-PRM-FIN       PIC 9(8).
               10 WS-PRM-PROCHAINE PIC 9(8).
               10 WS-PRM-STATUT    PIC X(1).
       01  WS-IND-PRM        PIC 9(3).

      * LIGNES DES COMMANDES PERMANENTES, DANS L'ORDRE DU FICHIER.
       01  WS-LIGNES-PERM.
           05 WS-NB-LIGNES PIC 9(4) VALUE 0.
           05 WS-LGP OCCURS 3000 TIMES.
               10 WS-LGP-NUMERO  PIC 9(5).
               10 WS-LGP-ARTICLE PIC X(6).
               10 WS-LGP-QTE     PIC 9(3).
       01  WS-IND-LGP        PIC 9(4).
       01  WS-NB-LIGNES-CDE  PIC 9(3).

      * CALCUL DES ECHEANCES.
       01  WS-ECHEANCE     PIC 9(8).
       01  WS-ECHEANCE-R REDEFINES WS-ECHEANCE.
           05 WS-ECH-AAAA  PIC 9(4).
           05 WS-ECH-MM    PIC 9(2).
           05 WS-ECH-JJ    PIC 9(2).
       01  WS-DATE-CTL     PIC 9(8).
       01  WS-DATE-CTL-R REDEFINES WS-DATE-CTL.
           05 WS-CTL-AAAA  PIC 9(4).
           05 WS-CTL-MM    PIC 9(2).
           05 WS-CTL-JJ    PIC 9(2).
       01  WS-DATE-VALIDE  PIC X.
       01  WS-JULIEN-ECH   PIC 9(7).
       01  WS-JOUR-SEMAINE PIC 9.
       01  WS-DECALAGE     PIC 9.
       01  WS-DERNIER-JOUR PIC 9(2).
       01  WS-MOIS-SUIVANT PIC 9(8).
       01  WS-MOIS-SUIVANT-R REDEFINES WS-MOIS-SUIVANT.
           05 WS-MSV-AAAA  PIC 9(4).
           05 WS-MSV-MM    PIC 9(2).
           05 WS-MSV-JJ    PIC 9(2).
       01  WS-DATE-OUVREE  PIC 9(8).
       01  WS-ECHEANCE-PREC PIC 9(8).
       01  WS-RATTRAPAGE-FINI PIC X.
       01  WS-PERMANENTE-OK   PIC X.
       01  WS-MOTIF-REFUS  PIC X(30).
       01  WS-NB-SAUTEES   PIC 9(3).

       01  WS-COMPTEURS.
           05 WS-NB-GENEREES  PIC 9(4) VALUE 0.
           05 WS-NB-REFUSEES  PIC 9(4) VALUE 0.
           05 WS-NB-TERMINEES PIC 9(4) VALUE 0.
           05 WS-NB-REPORTEES PIC 9(4) VALUE 0.
           05 WS-NB-CARTES-L  PIC 9(5) VALUE 0.

      * APPEL DU MOTEUR DE DATES COMMUN S1DAT1, MEME ZONE DE
      * LIEN QUE SUIVECH : L'ECHEANCE EST RAMENEE A UN DELAI
      * DEPUIS LA DATE DU JOUR (EVENTUELLEMENT NEGATIF), LE MODE
      * CALENDAIRE REPORTANT LE RESULTAT AU PROCHAIN JOUR OUVRE.
       01 WS-SOUS-PROG       PIC X(8) VALUE 'S1DAT1'.
       01 WS-LIEN.
          05 WS-LIEN-IN.
             10 WS-LIEN-IN-CODE          PIC X(8).
             10 WS-LIEN-IN-DELAI         PIC S9(7) COMP-3.
             10 FILLER                   PIC X(3).
             10 WS-LIEN-IN-MODE          PIC X.
             10 FILLER                   PIC X(46).
          05 WS-LIEN-OU.
             10 WS-LIEN-OU-NB-SEM        PIC S9(5) COMP-3.
             10 WS-LIEN-OU-JOUR-SEMAINE  PIC X(10).
             10 WS-LIEN-OU-NB-ANNEE      PIC S9(3) COMP-3.
             10 WS-LIEN-OU-CODE-RETOUR   PIC XX .
             10 WS-LIEN-OU-MESSAGE       PIC X(100).
             10 WS-LIEN-OU-FERIE-WEEKEND PIC X.
             10 WS-LIEN-OU-DATE-CIBLE    PIC 9(8).
             10 WS-LIEN-OU-NB-JOURS-CAL  PIC S9(5) COMP-3.
             10 FILLER                   PIC X(38).

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
       0000-CMDPERM-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JULIEN-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           COMPUTE WS-REF-JULIEN = FUNCTION INTEGER-OF-DATE(20010101).
           PERFORM 1000-CHARGER-PERMANENTES-DEB
              THRU 1000-CHARGER-PERMANENTES-FIN.
           PERFORM 1100-CHARGER-CLIENTS-DEB
              THRU 1100-CHARGER-CLIENTS-FIN.
           OPEN OUTPUT FIC-CARTES.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'NUMERO CLIENT NOM                  ECHEANCE '
                   'LE       RESULTAT'.
           PERFORM 2000-TRAITER-PERMANENTE-DEB
              THRU 2000-TRAITER-PERMANENTE-FIN
              VARYING WS-IND-PRM FROM 1 BY 1
              UNTIL WS-IND-PRM > WS-NB-PERM.
           DISPLAY '---------------------------------------------'.
           MOVE SPACES TO FS-ENR-CARTE.
           MOVE 'FIN' TO FS-CRT-CODE.
           WRITE FS-ENR-CARTE.
           CLOSE FIC-CARTES.
           PERFORM 3000-REECRIRE-FICHIER-DEB
              THRU 3000-REECRIRE-FICHIER-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-CMDPERM-FIN.
           EXIT.

       1000-CHARGER-PERMANENTES-DEB.
           OPEN INPUT FIC-PERMANENTES.
           IF WS-STATUS-PRM NOT = '00'
              DISPLAY 'FICHIER DES COMMANDES PERMANENTES INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-LIGNE-DEB
              THRU 1010-CHARGER-LIGNE-FIN
              UNTIL WS-STATUS-PRM NOT = '00'.
           CLOSE FIC-PERMANENTES.
       1000-CHARGER-PERMANENTES-FIN.
           EXIT.

       1010-CHARGER-LIGNE-DEB.
           READ FIC-PERMANENTES
              AT END
                 MOVE '10' TO WS-STATUS-PRM
           END-READ.
           IF WS-STATUS-PRM = '00'
              EVALUATE FS-PRM-TYPE
                 WHEN 'E'
                    IF WS-NB-PERM < 300
                       ADD 1 TO WS-NB-PERM
                       MOVE FS-PRM-NUMERO
                         TO WS-PRM-NUMERO(WS-NB-PERM)
                       MOVE FS-PRE-CLIENT
                         TO WS-PRM-CLIENT(WS-NB-PERM)
                       MOVE FS-PRE-FREQUENCE
                         TO WS-PRM-FREQUENCE(WS-NB-PERM)
                       MOVE FS-PRE-JOUR
                         TO WS-PRM-JOUR(WS-NB-PERM)
                       MOVE FS-PRE-DEBUT
                         TO WS-PRM-DEBUT(WS-NB-PERM)
                       MOVE FS-PRE-FIN
                         TO WS-PRM-FIN(WS-NB-PERM)
                       MOVE FS-PRE-PROCHAINE
                         TO WS-PRM-PROCHAINE(WS-NB-PERM)
                       MOVE FS-PRE-STATUT
                         TO WS-PRM-STATUT(WS-NB-PERM)
      * DATES FACULTATIVES : A BLANC, SANS FIN / A CALCULER.
                       IF FS-PRE-FIN NOT NUMERIC
                          MOVE 0 TO WS-PRM-FIN(WS-NB-PERM)
                       END-IF
                       IF FS-PRE-PROCHAINE NOT NUMERIC
                          MOVE 0 TO WS-PRM-PROCHAINE(WS-NB-PERM)
                       END-IF
                       IF FS-PRE-STATUT = SPACE
                          MOVE 'A' TO WS-PRM-STATUT(WS-NB-PERM)
                       END-IF
                    ELSE
                       DISPLAY 'TABLE DES COMMANDES PERMANENTES PLEINE '
                               '(300), IGNOREE : ' FS-PRM-NUMERO
                    END-IF
                 WHEN 'L'
                    IF WS-NB-LIGNES < 3000
                       ADD 1 TO WS-NB-LIGNES
                       MOVE FS-PRM-NUMERO
                         TO WS-LGP-NUMERO(WS-NB-LIGNES)
                       MOVE FS-PRL-ARTICLE
                         TO WS-LGP-ARTICLE(WS-NB-LIGNES)
                       MOVE FS-PRL-QTE
                         TO WS-LGP-QTE(WS-NB-LIGNES)
                    ELSE
                       DISPLAY 'TABLE DES LIGNES PLEINE (3000), LIGNE '
                               'IGNOREE : ' FS-PRM-NUMERO ' '
                               FS-PRL-ARTICLE
                    END-IF
                 WHEN OTHER
                    DISPLAY 'LIGNE DE TYPE INCONNU IGNOREE : '
                            FS-ENR-PERM
              END-EVALUATE
           END-IF.
       1010-CHARGER-LIGNE-FIN.
           EXIT.

      * CLIENTS CONNUS (ENVELOPPE SAUTEE).
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
                 END-IF
              END-IF
           END-IF.
       1110-CHARGER-UN-CLIENT-FIN.
           EXIT.

      * UNE COMMANDE PERMANENTE : ECHEANCE, REPORT AU JOUR
      * OUVRE, PUIS EMISSION SI ELLE EST ECHUE AUJOURD'HUI.
       2000-TRAITER-PERMANENTE-DEB.
           MOVE 'O' TO WS-PERMANENTE-OK.
           IF WS-PRM-STATUT(WS-IND-PRM) NOT = 'A'
              MOVE 'N' TO WS-PERMANENTE-OK
           END-IF.
           IF WS-PERMANENTE-OK = 'O'
              MOVE SPACES TO WS-MOTIF-REFUS
              MOVE 0 TO WS-NB-SAUTEES
              IF WS-PRM-FREQUENCE(WS-IND-PRM) = 'H'
                 IF WS-PRM-JOUR(WS-IND-PRM) < 1
                    OR WS-PRM-JOUR(WS-IND-PRM) > 7
                    MOVE 'JOUR DE SEMAINE INVALIDE' TO WS-MOTIF-REFUS
                 END-IF
              ELSE
                 IF WS-PRM-FREQUENCE(WS-IND-PRM) = 'M'
                    IF WS-PRM-JOUR(WS-IND-PRM) < 1
                       OR WS-PRM-JOUR(WS-IND-PRM) > 31
                       MOVE 'JOUR DU MOIS INVALIDE' TO WS-MOTIF-REFUS
                    END-IF
                 ELSE
                    MOVE 'FREQUENCE INCONNUE' TO WS-MOTIF-REFUS
                 END-IF
              END-IF
              IF WS-MOTIF-REFUS = SPACES
                 MOVE WS-PRM-DEBUT(WS-IND-PRM) TO WS-DATE-CTL
                 PERFORM 2800-CONTROLER-DATE-DEB
                    THRU 2800-CONTROLER-DATE-FIN
                 IF WS-DATE-VALIDE = 'N'
                    MOVE 'DATE DE DEBUT INVALIDE' TO WS-MOTIF-REFUS
                 END-IF
              END-IF
              IF WS-MOTIF-REFUS NOT = SPACES
                 MOVE 0 TO WS-ECHEANCE
                 MOVE 0 TO WS-DATE-OUVREE
                 PERFORM 2900-LISTER-REFUS-DEB
                    THRU 2900-LISTER-REFUS-FIN
                 MOVE 'N' TO WS-PERMANENTE-OK
              END-IF
           END-IF.
           IF WS-PERMANENTE-OK = 'O'
              IF WS-PRM-PROCHAINE(WS-IND-PRM) = 0
                 PERFORM 2100-PREMIERE-ECHEANCE-DEB
                    THRU 2100-PREMIERE-ECHEANCE-FIN
                 MOVE WS-ECHEANCE TO WS-PRM-PROCHAINE(WS-IND-PRM)
              END-IF
              MOVE WS-PRM-PROCHAINE(WS-IND-PRM) TO WS-ECHEANCE
              IF WS-PRM-FIN(WS-IND-PRM) > 0
                 AND WS-ECHEANCE > WS-PRM-FIN(WS-IND-PRM)
                 MOVE 'T' TO WS-PRM-STATUT(WS-IND-PRM)
                 ADD 1 TO WS-NB-TERMINEES
                 DISPLAY WS-PRM-NUMERO(WS-IND-PRM) '  '
                         WS-PRM-CLIENT(WS-IND-PRM) ' TERMINEE AU '
                         WS-PRM-FIN(WS-IND-PRM)
                 MOVE 'N' TO WS-PERMANENTE-OK
              END-IF
           END-IF.
           IF WS-PERMANENTE-OK = 'O'
      * RATTRAPAGE : SEULE LA DERNIERE ECHEANCE PASSEE EST EMISE.
              MOVE 'N' TO WS-RATTRAPAGE-FINI
              PERFORM 2210-RATTRAPER-ECHEANCE-DEB
                 THRU 2210-RATTRAPER-ECHEANCE-FIN
                 UNTIL WS-RATTRAPAGE-FINI = 'O'
              IF WS-PRM-FIN(WS-IND-PRM) > 0
                 AND WS-ECHEANCE > WS-PRM-FIN(WS-IND-PRM)
                 MOVE 'T' TO WS-PRM-STATUT(WS-IND-PRM)
                 MOVE WS-ECHEANCE TO WS-PRM-PROCHAINE(WS-IND-PRM)
                 ADD 1 TO WS-NB-TERMINEES
                 DISPLAY WS-PRM-NUMERO(WS-IND-PRM) '  '
                         WS-PRM-CLIENT(WS-IND-PRM) ' TERMINEE AU '
                         WS-PRM-FIN(WS-IND-PRM)
                 MOVE 'N' TO WS-PERMANENTE-OK
              END-IF
           END-IF.
           IF WS-PERMANENTE-OK = 'O'
              PERFORM 2300-JOUR-OUVRE-DEB
                 THRU 2300-JOUR-OUVRE-FIN
              IF WS-DATE-OUVREE > WS-DATE-JOUR
                 MOVE 'N' TO WS-PERMANENTE-OK
              END-IF
           END-IF.
           IF WS-PERMANENTE-OK = 'O'
      * ECHUE : CONTROLES PROPRES A LA COMMANDE PERMANENTE, LES
      * CONTROLES DE SAISIE RESTANT A COMMANDS.
              MOVE 0 TO WS-IND-CLI-TROUVE
              PERFORM 2010-CHERCHER-CLIENT-DEB
                 THRU 2010-CHERCHER-CLIENT-FIN
                 VARYING WS-IND-CLI FROM 1 BY 1
                 UNTIL WS-IND-CLI > WS-NB-CLIENTS
                 OR WS-IND-CLI-TROUVE > 0
              MOVE 0 TO WS-NB-LIGNES-CDE
              PERFORM 2020-COMPTER-LIGNE-DEB
                 THRU 2020-COMPTER-LIGNE-FIN
                 VARYING WS-IND-LGP FROM 1 BY 1
                 UNTIL WS-IND-LGP > WS-NB-LIGNES
              IF WS-IND-CLI-TROUVE = 0
                 MOVE 'CLIENT INCONNU' TO WS-MOTIF-REFUS
              ELSE
                 IF WS-NB-LIGNES-CDE = 0
                    MOVE 'AUCUNE LIGNE' TO WS-MOTIF-REFUS
                 ELSE
                    IF WS-NB-LIGNES-CDE > 50
                       MOVE 'PLUS DE 50 LIGNES' TO WS-MOTIF-REFUS
                    END-IF
                 END-IF
              END-IF
              IF WS-MOTIF-REFUS NOT = SPACES
                 PERFORM 2900-LISTER-REFUS-DEB
                    THRU 2900-LISTER-REFUS-FIN
              ELSE
                 PERFORM 2400-EMETTRE-CARTES-DEB
                    THRU 2400-EMETTRE-CARTES-FIN
              END-IF
      * L'ECHEANCE EST AVANCEE AU-DELA DU JOUR, ACCEPTEE OU NON :
      * UN REFUS NE DOIT PAS SE REPETER A CHAQUE PASSAGE.
              PERFORM 2200-ECHEANCE-SUIVANTE-DEB
                 THRU 2200-ECHEANCE-SUIVANTE-FIN
              MOVE WS-ECHEANCE TO WS-PRM-PROCHAINE(WS-IND-PRM)
              IF WS-NB-SAUTEES > 0
                 DISPLAY '       ' WS-NB-SAUTEES
                         ' ECHEANCE(S) MANQUEE(S) SAUTEE(S)'
              END-IF
              IF WS-PRM-FIN(WS-IND-PRM) > 0
                 AND WS-ECHEANCE > WS-PRM-FIN(WS-IND-PRM)
                 MOVE 'T' TO WS-PRM-STATUT(WS-IND-PRM)
                 ADD 1 TO WS-NB-TERMINEES
              END-IF
           END-IF.
       2000-TRAITER-PERMANENTE-FIN.
           EXIT.

       2010-CHERCHER-CLIENT-DEB.
           IF WS-CLI-ID(WS-IND-CLI) = WS-PRM-CLIENT(WS-IND-PRM)
              MOVE WS-IND-CLI TO WS-IND-CLI-TROUVE
           END-IF.
       2010-CHERCHER-CLIENT-FIN.
           EXIT.

       2020-COMPTER-LIGNE-DEB.
           IF WS-LGP-NUMERO(WS-IND-LGP) = WS-PRM-NUMERO(WS-IND-PRM)
              ADD 1 TO WS-NB-LIGNES-CDE
           END-IF.
       2020-COMPTER-LIGNE-FIN.
           EXIT.

      * PREMIERE ECHEANCE A PARTIR DE LA DATE DE DEBUT INCLUSE.
       2100-PREMIERE-ECHEANCE-DEB.
           MOVE WS-PRM-DEBUT(WS-IND-PRM) TO WS-ECHEANCE.
           IF WS-PRM-FREQUENCE(WS-IND-PRM) = 'H'
              COMPUTE WS-JULIEN-ECH =
                      FUNCTION INTEGER-OF-DATE(WS-ECHEANCE)
              COMPUTE WS-JOUR-SEMAINE =
                      FUNCTION MOD(WS-JULIEN-ECH - WS-REF-JULIEN, 7)
                      + 1
              COMPUTE WS-DECALAGE =
                      FUNCTION MOD(WS-PRM-JOUR(WS-IND-PRM)
                                   - WS-JOUR-SEMAINE + 7, 7)
              ADD WS-DECALAGE TO WS-JULIEN-ECH
              COMPUTE WS-ECHEANCE =
                      FUNCTION DATE-OF-INTEGER(WS-JULIEN-ECH)
           ELSE
              PERFORM 2110-DERNIER-JOUR-DEB
                 THRU 2110-DERNIER-JOUR-FIN
              IF WS-PRM-JOUR(WS-IND-PRM) > WS-DERNIER-JOUR
                 MOVE WS-DERNIER-JOUR TO WS-ECH-JJ
              ELSE
                 MOVE WS-PRM-JOUR(WS-IND-PRM) TO WS-ECH-JJ
              END-IF
              IF WS-ECHEANCE < WS-PRM-DEBUT(WS-IND-PRM)
                 PERFORM 2200-ECHEANCE-SUIVANTE-DEB
                    THRU 2200-ECHEANCE-SUIVANTE-FIN
              END-IF
           END-IF.
       2100-PREMIERE-ECHEANCE-FIN.
           EXIT.

      * DERNIER JOUR DU MOIS DE WS-ECHEANCE : VEILLE DU PREMIER
      * DU MOIS SUIVANT.
       2110-DERNIER-JOUR-DEB.
           MOVE WS-ECH-AAAA TO WS-MSV-AAAA.
           MOVE WS-ECH-MM   TO WS-MSV-MM.
           MOVE 1           TO WS-MSV-JJ.
           IF WS-MSV-MM = 12
              MOVE 1 TO WS-MSV-MM
              ADD 1 TO WS-MSV-AAAA
           ELSE
              ADD 1 TO WS-MSV-MM
           END-IF.
           COMPUTE WS-JULIEN-ECH =
                   FUNCTION INTEGER-OF-DATE(WS-MOIS-SUIVANT) - 1.
           COMPUTE WS-MOIS-SUIVANT =
                   FUNCTION DATE-OF-INTEGER(WS-JULIEN-ECH).
           MOVE WS-MSV-JJ TO WS-DERNIER-JOUR.
       2110-DERNIER-JOUR-FIN.
           EXIT.

      * ECHEANCE THEORIQUE SUIVANTE (AVANT REPORT AU JOUR OUVRE,
      * POUR QUE LE RYTHME NE DERIVE PAS AU FIL DES REPORTS).
       2200-ECHEANCE-SUIVANTE-DEB.
           IF WS-PRM-FREQUENCE(WS-IND-PRM) = 'H'
              COMPUTE WS-JULIEN-ECH =
                      FUNCTION INTEGER-OF-DATE(WS-ECHEANCE) + 7
              COMPUTE WS-ECHEANCE =
                      FUNCTION DATE-OF-INTEGER(WS-JULIEN-ECH)
           ELSE
              MOVE 1 TO WS-ECH-JJ
              IF WS-ECH-MM = 12
                 MOVE 1 TO WS-ECH-MM
                 ADD 1 TO WS-ECH-AAAA
              ELSE
                 ADD 1 TO WS-ECH-MM
              END-IF
              PERFORM 2110-DERNIER-JOUR-DEB
                 THRU 2110-DERNIER-JOUR-FIN
              IF WS-PRM-JOUR(WS-IND-PRM) > WS-DERNIER-JOUR
                 MOVE WS-DERNIER-JOUR TO WS-ECH-JJ
              ELSE
                 MOVE WS-PRM-JOUR(WS-IND-PRM) TO WS-ECH-JJ
              END-IF
           END-IF.
       2200-ECHEANCE-SUIVANTE-FIN.
           EXIT.

      * UNE ECHEANCE DONT LA SUIVANTE EST DEJA PASSEE EST
      * SAUTEE ; ON S'ARRETE SUR LA DERNIERE ECHEANCE PASSEE (OU
      * SUR LA PROCHAINE SI ELLE N'EST PAS ENCORE ATTEINTE).
       2210-RATTRAPER-ECHEANCE-DEB.
           MOVE WS-ECHEANCE TO WS-ECHEANCE-PREC.
           PERFORM 2200-ECHEANCE-SUIVANTE-DEB
              THRU 2200-ECHEANCE-SUIVANTE-FIN.
           IF WS-ECHEANCE > WS-DATE-JOUR
              OR WS-ECHEANCE-PREC > WS-DATE-JOUR
              MOVE WS-ECHEANCE-PREC TO WS-ECHEANCE
              MOVE 'O' TO WS-RATTRAPAGE-FINI
           ELSE
              ADD 1 TO WS-NB-SAUTEES
           END-IF.
       2210-RATTRAPER-ECHEANCE-FIN.
           EXIT.

      * REPORT DE L'ECHEANCE AU PROCHAIN JOUR OUVRE PAR S1DAT1.
       2300-JOUR-OUVRE-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-IN-CODE.
           MOVE 'C' TO WS-LIEN-IN-MODE.
           COMPUTE WS-LIEN-IN-DELAI =
                   FUNCTION INTEGER-OF-DATE(WS-ECHEANCE)
                   - WS-JULIEN-JOUR.
           CALL WS-SOUS-PROG USING WS-LIEN.
           MOVE WS-LIEN-OU-DATE-CIBLE TO WS-DATE-OUVREE.
       2300-JOUR-OUVRE-FIN.
           EXIT.

      * CARTES 'C', 'L' ET 'F' DE LA COMMANDE, AU FORMAT DE SAISIE
      * DE COMMANDS (SANS MONTANT : LE CATALOGUE VALORISE).
       2400-EMETTRE-CARTES-DEB.
           MOVE SPACES TO FS-ENR-CARTE.
           MOVE 'C' TO FS-CRT-CODE.
           MOVE WS-PRM-CLIENT(WS-IND-PRM) TO FS-CRT-CLIENT.
           WRITE FS-ENR-CARTE.
           PERFORM 2410-EMETTRE-LIGNE-DEB
              THRU 2410-EMETTRE-LIGNE-FIN
              VARYING WS-IND-LGP FROM 1 BY 1
              UNTIL WS-IND-LGP > WS-NB-LIGNES.
           MOVE SPACES TO FS-ENR-CARTE.
           MOVE 'F' TO FS-CRT-CODE.
           WRITE FS-ENR-CARTE.
           ADD 1 TO WS-NB-GENEREES.
           IF WS-DATE-OUVREE NOT = WS-ECHEANCE
              ADD 1 TO WS-NB-REPORTEES
           END-IF.
           DISPLAY WS-PRM-NUMERO(WS-IND-PRM) '  '
                   WS-PRM-CLIENT(WS-IND-PRM) ' '
                   WS-CLI-NOM(WS-IND-CLI-TROUVE)(1:20) ' '
                   WS-ECHEANCE ' ' WS-DATE-OUVREE ' GENEREE ('
                   WS-NB-LIGNES-CDE ' LIGNE(S))'.
       2400-EMETTRE-CARTES-FIN.
           EXIT.

       2410-EMETTRE-LIGNE-DEB.
           IF WS-LGP-NUMERO(WS-IND-LGP) = WS-PRM-NUMERO(WS-IND-PRM)
              MOVE SPACES TO FS-ENR-CARTE
              MOVE 'L' TO FS-CRT-CODE
              MOVE WS-LGP-ARTICLE(WS-IND-LGP) TO FS-CRT-ARTICLE
              MOVE WS-LGP-QTE(WS-IND-LGP)     TO FS-CRT-QUANTITE
              WRITE FS-ENR-CARTE
              ADD 1 TO WS-NB-CARTES-L
           END-IF.
       2410-EMETTRE-LIGNE-FIN.
           EXIT.

      * DATE PLAUSIBLE (MOIS 01-12, JOUR 01-31), COMME CALMAINT.
       2800-CONTROLER-DATE-DEB.
           MOVE 'O' TO WS-DATE-VALIDE.
           IF WS-DATE-CTL NOT NUMERIC
              OR WS-CTL-AAAA < 1601
              OR WS-CTL-MM < 1 OR WS-CTL-MM > 12
              OR WS-CTL-JJ < 1 OR WS-CTL-JJ > 31
              MOVE 'N' TO WS-DATE-VALIDE
           END-IF.
       2800-CONTROLER-DATE-FIN.
           EXIT.

       2900-LISTER-REFUS-DEB.
           ADD 1 TO WS-NB-REFUSEES.
           DISPLAY WS-PRM-NUMERO(WS-IND-PRM) '  '
                   WS-PRM-CLIENT(WS-IND-PRM) ' '
                   '                     '
                   WS-ECHEANCE ' ' WS-DATE-OUVREE ' REFUSEE : '
                   WS-MOTIF-REFUS.
       2900-LISTER-REFUS-FIN.
           EXIT.

      * NOUVELLE GENERATION DU FICHIER : ENTETES AVEC LEUR
      * PROCHAINE ECHEANCE ET LEUR STATUT, LIGNES A LA SUITE.
       3000-REECRIRE-FICHIER-DEB.
           OPEN OUTPUT FIC-PERMANENTES-NOUV.
           PERFORM 3010-REECRIRE-PERMANENTE-DEB
              THRU 3010-REECRIRE-PERMANENTE-FIN
              VARYING WS-IND-PRM FROM 1 BY 1
              UNTIL WS-IND-PRM > WS-NB-PERM.
           CLOSE FIC-PERMANENTES-NOUV.
       3000-REECRIRE-FICHIER-FIN.
           EXIT.

       3010-REECRIRE-PERMANENTE-DEB.
           MOVE SPACES TO FS-ENR-PERM.
           MOVE 'E'                           TO FS-PRM-TYPE.
           MOVE WS-PRM-NUMERO(WS-IND-PRM)     TO FS-PRM-NUMERO.
           MOVE WS-PRM-CLIENT(WS-IND-PRM)     TO FS-PRE-CLIENT.
           MOVE WS-PRM-FREQUENCE(WS-IND-PRM)  TO FS-PRE-FREQUENCE.
           MOVE WS-PRM-JOUR(WS-IND-PRM)       TO FS-PRE-JOUR.
           MOVE WS-PRM-DEBUT(WS-IND-PRM)      TO FS-PRE-DEBUT.
           MOVE WS-PRM-FIN(WS-IND-PRM)        TO FS-PRE-FIN.
           MOVE WS-PRM-PROCHAINE(WS-IND-PRM)  TO FS-PRE-PROCHAINE.
           MOVE WS-PRM-STATUT(WS-IND-PRM)     TO FS-PRE-STATUT.
           WRITE FS-ENR-PERM-NOUV FROM FS-ENR-PERM.
           PERFORM 3020-REECRIRE-LIGNE-DEB
              THRU 3020-REECRIRE-LIGNE-FIN
              VARYING WS-IND-LGP FROM 1 BY 1
              UNTIL WS-IND-LGP > WS-NB-LIGNES.
       3010-REECRIRE-PERMANENTE-FIN.
           EXIT.

       3020-REECRIRE-LIGNE-DEB.
           IF WS-LGP-NUMERO(WS-IND-LGP) = WS-PRM-NUMERO(WS-IND-PRM)
              MOVE SPACES TO FS-ENR-PERM
              MOVE 'L'                        TO FS-PRM-TYPE
              MOVE WS-LGP-NUMERO(WS-IND-LGP)  TO FS-PRM-NUMERO
              MOVE WS-LGP-ARTICLE(WS-IND-LGP) TO FS-PRL-ARTICLE
              MOVE WS-LGP-QTE(WS-IND-LGP)     TO FS-PRL-QTE
              WRITE FS-ENR-PERM-NOUV FROM FS-ENR-PERM
           END-IF.
       3020-REECRIRE-LIGNE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'GENERATION DES COMMANDES PERMANENTES'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'COMMANDES PERMANENTES : ' WS-NB-PERM.
           DISPLAY 'COMMANDES GENEREES    : ' WS-NB-GENEREES.
           DISPLAY '  DONT REPORTEES      : ' WS-NB-REPORTEES.
           DISPLAY 'LIGNES GENEREES       : ' WS-NB-CARTES-L.
           DISPLAY 'COMMANDES REFUSEES    : ' WS-NB-REFUSEES.
           DISPLAY 'PERMANENTES TERMINEES : ' WS-NB-TERMINEES.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'CDES PERM GENEREES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-GENEREES       TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'CDES PERM REFUSEES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-REFUSEES       TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM CMDPERM.
