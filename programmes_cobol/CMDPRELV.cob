       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDPRELV.

      *********************************************************
      *     PRELEVEMENTS AUTOMATIQUES DES CLIENTS MANDATES.
      *
      *     CMDENCAI N'APPLIQUE QUE LES ENCAISSEMENTS QUI
      *     ARRIVENT DANS REGLEMENTS.TXT : MEME LES CLIENTS QUI
      *     ONT SIGNE UN MANDAT DE PRELEVEMENT ATTENDAIENT QU'ON
      *     LEUR COURE APRES. LE FICHIER DES MANDATS
      *     (MANDATS.TXT : CLIENT, REFERENCE UNIQUE DU MANDAT,
      *     IBAN, BIC, DATE DE SIGNATURE, ACTIF O/N) DESIGNE LES
      *     CLIENTS PRELEVES. LE PROGRAMME TOURNE EN DEUX PHASES
      *     (VARIABLE PHASEPRLV) :
      *       E = EMISSION (PAR DEFAUT) : CHAQUE FACTURE DU
      *           JOURNAL (FACTJOURNAL.TXT), NETTE DES REGLEMENTS
      *           APPLIQUES (FACTREGL.TXT), D'UN CLIENT AU MANDAT
      *           ACTIF ET SIGNE, ECHUE A LA DATE DE LA CAMPAGNE
      *           (VARIABLE DATEPRLV, DATE DU JOUR PAR DEFAUT) ET
      *           JAMAIS ENCORE PRESENTEE EST PRELEVEE POUR SON
      *           RESTE DU. L'ECHEANCE EST LA DATE DE FACTURE
      *           PLUS LE DELAI DE PAIEMENT CLIENT DU REGISTRE
      *           GETPARM (TERMECLI, 30 JOURS A DEFAUT). LA
      *           REMISE EST ECRITE DANS LE FICHIER BANCAIRE A
      *           FORMAT FIXE (PRELBANQUE.TXT : ENTETE, DETAILS,
      *           TOTAL) ET CHAQUE PRELEVEMENT EST AJOUTE AU
      *           JOURNAL DES PRELEVEMENTS (PRELEVEMENTS.TXT,
      *           STATUT 'E' EMIS) ;
      *       R = RETOUR : LE FICHIER RETOUR DE LA BANQUE
      *           (PRELRETOUR.TXT) EST RAPPROCHE DU JOURNAL. UN
      *           PRELEVEMENT ACCEPTE DEVIENT UN ENCAISSEMENT AU
      *           FORMAT DE REGLEMENTS.TXT (REFERENCE 'PRL' SUIVIE
      *           DU NUMERO DE FACTURE) QUE CMDENCAI APPLIQUE A LA
      *           FACTURE PRELEVEE (STATUT 'C'). UN PRELEVEMENT
      *           REJETE (STATUT 'R') LAISSE LA FACTURE OUVERTE,
      *           N'EST PLUS REPRESENTE, ET EST DEPOSE DANS
      *           PRELREJET.TXT : CMDAGING RELANCE LE CLIENT.
      *     LE JOURNAL DES PRELEVEMENTS EST CHRONOLOGIQUE : LA
      *     DERNIERE LIGNE D'UNE FACTURE DONNE SON STATUT. LA
      *     REMISE EST NUMEROTEE A LA SUITE DE LA DERNIERE REMISE
      *     DU JOURNAL ET SON EMISSION EST JOURNALISEE DANS
      *     FAUDITLOG VIA ERRLOG.
      *     LE PRELEVEMENT SEPA EST EN EUROS : LES FACTURES
      *     EMISES EN DEVISE PAR CMDFACT NE SONT PAS CHARGEES,
      *     ELLES SONT COMPTEES ET RESTENT A ENCAISSER AILLEURS.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MANDATS
              ASSIGN TO "./files/mandats.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MDT.
           SELECT FIC-JOURNAL-FACT
              ASSIGN TO "./files/factjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JRN.
           SELECT FIC-REGL-APPLIQUES
              ASSIGN TO "./files/factregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGA.
           SELECT FIC-PRELEVEMENTS
              ASSIGN TO "./files/prelevements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PRL.
           SELECT FIC-BANQUE
              ASSIGN TO "./files/prelbanque.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-BQE.
           SELECT FIC-RETOUR
              ASSIGN TO "./files/prelretour.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RET.
           SELECT FIC-REGLEMENTS
              ASSIGN TO "./files/reglements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGL.
           SELECT FIC-REJETS
              ASSIGN TO "./files/prelrejet.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ.

       DATA DIVISION.
       FILE SECTION.
      * MANDAT DE PRELEVEMENT : UN PAR CLIENT, ACTIF = 'O'.
       FD FIC-MANDATS RECORDING MODE IS F.
       01  FS-ENR-MANDAT.
           05 FS-MDT-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-MDT-REFERENCE PIC X(20).
           05 FILLER PIC X(1).
           05 FS-MDT-IBAN      PIC X(34).
           05 FILLER PIC X(1).
           05 FS-MDT-BIC       PIC X(11).
           05 FILLER PIC X(1).
           05 FS-MDT-SIGNATURE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-MDT-ACTIF     PIC X(1).

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

      * JOURNAL DES PRELEVEMENTS : STATUT 'E' EMIS, 'C' ENCAISSE,
      * 'R' REJETE (MOTIF DE REJET DE LA BANQUE).
       FD FIC-PRELEVEMENTS RECORDING MODE IS F.
       01  FS-ENR-PRELEVEMENT.
           05 FS-PRL-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PRL-REMISE    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-PRL-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-PRL-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-PRL-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-PRL-ECHEANCE  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PRL-STATUT    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-PRL-MOTIF     PIC X(4).

      * FICHIER DE PRELEVEMENTS A FORMAT FIXE (120 CARACTERES) :
      * '01' ENTETE DE REMISE, '02' UN PRELEVEMENT PAR FACTURE,
      * '09' TOTAL DE CONTROLE. MONTANTS EN CENTIMES.
       FD FIC-BANQUE RECORDING MODE IS F.
       01  FS-ENR-BANQUE.
           05 FS-BQE-TYPE      PIC X(2).
           05 FS-BQE-CORPS     PIC X(118).
       01  FS-ENR-BQE-ENTETE.
           05 FILLER           PIC X(2).
           05 FS-BQE-DATE      PIC 9(8).
           05 FS-BQE-REMISE    PIC 9(6).
           05 FS-BQE-EMETTEUR  PIC X(20).
           05 FILLER           PIC X(84).
       01  FS-ENR-BQE-DETAIL.
           05 FILLER           PIC X(2).
           05 FS-BQD-CLIENT    PIC 9(5).
           05 FS-BQD-MANDAT    PIC X(20).
           05 FS-BQD-SIGNATURE PIC 9(8).
           05 FS-BQD-IBAN      PIC X(34).
           05 FS-BQD-BIC       PIC X(11).
           05 FS-BQD-MONTANT   PIC 9(11).
           05 FS-BQD-REFERENCE PIC X(20).
           05 FS-BQD-ECHEANCE  PIC 9(8).
           05 FILLER           PIC X(1).
       01  FS-ENR-BQE-TOTAL.
           05 FILLER           PIC X(2).
           05 FS-BQT-NOMBRE    PIC 9(6).
           05 FS-BQT-MONTANT   PIC 9(13).
           05 FILLER           PIC X(99).

      * RETOUR DE LA BANQUE, MEME FORMAT FIXE : LES LIGNES '02'
      * RENVOIENT LA REFERENCE DU PRELEVEMENT, LE MONTANT EN
      * CENTIMES, LE RESULTAT ('A' ACCEPTE, 'R' REJETE) ET LE
      * MOTIF DU REJET ; LES AUTRES LIGNES SONT IGNOREES.
       FD FIC-RETOUR RECORDING MODE IS F.
       01  FS-ENR-RETOUR.
           05 FS-RET-TYPE      PIC X(2).
           05 FS-RET-REMISE    PIC 9(6).
           05 FS-RET-REFERENCE PIC X(20).
           05 FS-RET-MONTANT   PIC 9(11).
           05 FS-RET-RESULTAT  PIC X(1).
           05 FS-RET-MOTIF     PIC X(4).
           05 FILLER           PIC X(76).

      *    MEME DECOUPAGE QUE L'ENTREE DE CMDENCAI.
       FD FIC-REGLEMENTS RECORDING MODE IS F.
       01  FS-ENR-RGL.
           05 FS-RGL-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-RGL-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGL-REFERENCE PIC X(10).

      * PRELEVEMENTS REJETES, LUS PAR CMDAGING POUR LA RELANCE.
       FD FIC-REJETS RECORDING MODE IS F.
       01  FS-ENR-REJET.
           05 FS-REJ-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-REJ-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-REJ-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-REJ-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-REJ-MOTIF     PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDPRELV'.
       01  WS-STATUS-MDT PIC XX.
       01  WS-STATUS-JRN PIC XX.
       01  WS-STATUS-RGA PIC XX.
       01  WS-STATUS-PRL PIC XX.
       01  WS-STATUS-BQE PIC XX.
       01  WS-STATUS-RET PIC XX.
       01  WS-STATUS-RGL PIC XX.
       01  WS-STATUS-REJ PIC XX.

       01  WS-DATE-JOUR    PIC 9(8).
       01  WS-DATE-PRLV    PIC 9(8).
       01  WS-ENV-DATE     PIC X(8) VALUE SPACES.
       01  WS-PHASE        PIC X(1) VALUE 'E'.
       01  WS-MANDAT-OK    PIC X(1).
       01  WS-PRELEVEMENT-OK PIC X(1).
       01  WS-RETOUR-OK    PIC X(1).
       01  WS-JULIEN       PIC 9(7).
       01  WS-ECHEANCE     PIC 9(8).
       01  WS-TERME-CLIENT PIC 9(3) VALUE 30.
       01  WS-EMETTEUR     PIC X(20) VALUE SPACES.

      * MANDATS UTILISABLES (ACTIFS ET SIGNES A LA DATE DE LA
      * CAMPAGNE).
       01  WS-MANDATS.
           05 WS-NB-MANDATS PIC 9(3) VALUE 0.
           05 WS-MDT OCCURS 200 TIMES.
               10 WS-MDT-CLIENT    PIC 9(5).
               10 WS-MDT-REFERENCE PIC X(20).
               10 WS-MDT-IBAN      PIC X(34).
               10 WS-MDT-BIC       PIC X(11).
               10 WS-MDT-SIGNATURE PIC 9(8).
       01  WS-IND-MDT        PIC 9(3).
       01  WS-IND-MDT-TROUVE PIC 9(3).

      * FACTURES EN MEMOIRE AVEC LEUR RESTE DU.
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 500 TIMES.
               10 WS-FAC-NUMERO PIC 9(6).
               10 WS-FAC-DATE   PIC 9(8).
               10 WS-FAC-CLIENT PIC 9(5).
               10 WS-FAC-RESTE  PIC S9(7)V99.
       01  WS-IND-FAC PIC 9(4).

      * DERNIER ETAT CONNU DE CHAQUE FACTURE PRESENTEE.
       01  WS-PRELEVEMENTS.
           05 WS-NB-PRELEV PIC 9(4) VALUE 0.
           05 WS-PRL OCCURS 500 TIMES.
               10 WS-PRL-NUMERO   PIC 9(6).
               10 WS-PRL-CLIENT   PIC 9(5).
               10 WS-PRL-REMISE   PIC 9(6).
               10 WS-PRL-MONTANT  PIC 9(7)V99.
               10 WS-PRL-ECHEANCE PIC 9(8).
               10 WS-PRL-STATUT   PIC X(1).
       01  WS-IND-PRL        PIC 9(4).
       01  WS-IND-PRL-TROUVE PIC 9(4).
       01  WS-CLE-NUMERO     PIC 9(6).

       01  WS-DERNIERE-REMISE PIC 9(6) VALUE 0.
       01  WS-REFERENCE       PIC X(20).
       01  WS-CENTIMES        PIC 9(11).
       01  WS-MONTANT-RETOUR  PIC 9(7)V99.
       01  WS-MSG-AUDIT       PIC X(40).
       01  WS-ED-MONTANT      PIC ZZZZZZZZ9.99.

       01  WS-COMPTEURS.
           05 WS-NB-EMIS        PIC 9(5) VALUE 0.
           05 WS-NB-NON-ECHUES  PIC 9(5) VALUE 0.
           05 WS-NB-DEJA-PRESENTEES PIC 9(5) VALUE 0.
           05 WS-NB-RETOURS     PIC 9(5) VALUE 0.
           05 WS-NB-ENCAISSES   PIC 9(5) VALUE 0.
           05 WS-NB-REJETES     PIC 9(5) VALUE 0.
           05 WS-NB-ANOMALIES   PIC 9(5) VALUE 0.
           05 WS-NB-HORS-EURO   PIC 9(5) VALUE 0.
       01  WS-TOTAL-REMISE   PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CENTIMES PIC 9(13) VALUE 0.
       01  WS-TOTAL-ENCAISSE PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-REJETE   PIC 9(9)V99 VALUE 0.

      * DELAI DE PAIEMENT ET EMETTEUR DE LA REMISE, RESOLUS PAR
      * LE REGISTRE CENTRAL GETPARM (VALEURS PAR DEFAUT
      * CI-DESSUS).
       01  WS-SOUS-PROG-GETPARM PIC X(8) VALUE 'GETPARM'.
       01  WS-LIEN-GETPARM.
           05 WS-LIEN-GETPARM-IN.
               10 WS-LIEN-GETPARM-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-GETPARM-IN-PARAMETRE PIC X(12).
           05 WS-LIEN-GETPARM-OU.
               10 WS-LIEN-GETPARM-OU-VALEUR PIC X(20).
               10 WS-LIEN-GETPARM-OU-CODE-RETOUR PIC X.

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
       0000-CMDPRELV-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-PHASE FROM ENVIRONMENT "PHASEPRLV"
              ON EXCEPTION
                 MOVE 'E' TO WS-PHASE
           END-ACCEPT.
           IF WS-PHASE NOT = 'R'
              MOVE 'E' TO WS-PHASE
           END-IF.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "DATEPRLV"
              ON EXCEPTION
                 MOVE SPACES TO WS-ENV-DATE
           END-ACCEPT.
           IF WS-ENV-DATE = SPACES
              MOVE WS-DATE-JOUR TO WS-DATE-PRLV
           ELSE
              MOVE WS-ENV-DATE TO WS-DATE-PRLV
           END-IF.
           PERFORM 1300-CHARGER-PRELEVEMENTS-DEB
              THRU 1300-CHARGER-PRELEVEMENTS-FIN.
           IF WS-PHASE = 'E'
              DISPLAY 'PHASE E, ECHEANCES AU ' WS-DATE-PRLV
              PERFORM 0010-LIRE-PARAMETRES-DEB
                 THRU 0010-LIRE-PARAMETRES-FIN
              PERFORM 1000-CHARGER-MANDATS-DEB
                 THRU 1000-CHARGER-MANDATS-FIN
              PERFORM 1100-CHARGER-FACTURES-DEB
                 THRU 1100-CHARGER-FACTURES-FIN
              PERFORM 1200-DEDUIRE-REGLES-DEB
                 THRU 1200-DEDUIRE-REGLES-FIN
              PERFORM 2000-EMETTRE-DEB
                 THRU 2000-EMETTRE-FIN
           ELSE
              DISPLAY 'PHASE R, RETOUR DE LA BANQUE'
              PERFORM 3000-TRAITER-RETOUR-DEB
                 THRU 3000-TRAITER-RETOUR-FIN
           END-IF.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-CMDPRELV-FIN.
           EXIT.

       0010-LIRE-PARAMETRES-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'TERMECLI'    TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              AND WS-LIEN-GETPARM-OU-VALEUR(1:3) IS NUMERIC
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:3) TO WS-TERME-CLIENT
           END-IF.
           MOVE 'EMETTEURPRL' TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              MOVE WS-LIEN-GETPARM-OU-VALEUR TO WS-EMETTEUR
           END-IF.
       0010-LIRE-PARAMETRES-FIN.
           EXIT.

       1000-CHARGER-MANDATS-DEB.
           OPEN INPUT FIC-MANDATS.
           IF WS-STATUS-MDT NOT = '00'
              DISPLAY 'FICHIER DES MANDATS INTROUVABLE, '
                      'AUCUN PRELEVEMENT POSSIBLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-MANDAT-DEB
              THRU 1010-CHARGER-MANDAT-FIN
              UNTIL WS-STATUS-MDT NOT = '00'.
           CLOSE FIC-MANDATS.
           DISPLAY WS-NB-MANDATS ' MANDAT(S) UTILISABLE(S)'.
       1000-CHARGER-MANDATS-FIN.
           EXIT.

      * UN MANDAT INACTIF, NON SIGNE OU SIGNE APRES LA DATE DE
      * LA CAMPAGNE N'AUTORISE AUCUN PRELEVEMENT.
       1010-CHARGER-MANDAT-DEB.
           MOVE 'O' TO WS-MANDAT-OK.
           READ FIC-MANDATS
              AT END
                 MOVE '10' TO WS-STATUS-MDT
           END-READ.
           IF WS-STATUS-MDT NOT = '00'
              MOVE 'N' TO WS-MANDAT-OK
           END-IF.
           IF WS-MANDAT-OK = 'O'
              IF FS-MDT-ACTIF NOT = 'O'
                 MOVE 'N' TO WS-MANDAT-OK
              END-IF
           END-IF.
           IF WS-MANDAT-OK = 'O'
              IF FS-MDT-SIGNATURE NOT NUMERIC
                 OR FS-MDT-SIGNATURE = 0
                 OR FS-MDT-SIGNATURE > WS-DATE-PRLV
                 DISPLAY 'MANDAT ' FS-MDT-REFERENCE ' DU CLIENT '
                         FS-MDT-CLIENT ' NON SIGNE A LA DATE, IGNORE'
                 MOVE 'N' TO WS-MANDAT-OK
              END-IF
           END-IF.
           IF WS-MANDAT-OK = 'O'
              IF FS-MDT-IBAN = SPACES
                 DISPLAY 'MANDAT ' FS-MDT-REFERENCE ' DU CLIENT '
                         FS-MDT-CLIENT ' SANS IBAN, IGNORE'
                 MOVE 'N' TO WS-MANDAT-OK
              END-IF
           END-IF.
           IF WS-MANDAT-OK = 'O'
              IF WS-NB-MANDATS < 200
                 ADD 1 TO WS-NB-MANDATS
                 MOVE FS-MDT-CLIENT    TO WS-MDT-CLIENT(WS-NB-MANDATS)
                 MOVE FS-MDT-REFERENCE
                   TO WS-MDT-REFERENCE(WS-NB-MANDATS)
                 MOVE FS-MDT-IBAN      TO WS-MDT-IBAN(WS-NB-MANDATS)
                 MOVE FS-MDT-BIC       TO WS-MDT-BIC(WS-NB-MANDATS)
                 MOVE FS-MDT-SIGNATURE
                   TO WS-MDT-SIGNATURE(WS-NB-MANDATS)
              ELSE
                 DISPLAY 'TABLE DES MANDATS PLEINE (200), '
                         'MANDAT IGNORE : ' FS-MDT-REFERENCE
              END-IF
           END-IF.
       1010-CHARGER-MANDAT-FIN.
           EXIT.

       1100-CHARGER-FACTURES-DEB.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-STATUS-JRN NOT = '00'
              DISPLAY 'JOURNAL DES FACTURES INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1110-CHARGER-FACTURE-DEB
              THRU 1110-CHARGER-FACTURE-FIN
              UNTIL WS-STATUS-JRN NOT = '00'.
           CLOSE FIC-JOURNAL-FACT.
           IF WS-NB-HORS-EURO > 0
              DISPLAY WS-NB-HORS-EURO ' FACTURE(S) EN DEVISE NON '
                      'PRELEVABLE(S)'
           END-IF.
       1100-CHARGER-FACTURES-FIN.
           EXIT.

       1110-CHARGER-FACTURE-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
           IF WS-STATUS-JRN = '00'
              IF FS-JRF-DEVISE NOT = SPACES
                 AND FS-JRF-DEVISE NOT = 'EUR'
                 ADD 1 TO WS-NB-HORS-EURO
                 DISPLAY 'FACTURE ' FS-JRF-NUMERO ' EN ' FS-JRF-DEVISE
                         ', NON PRELEVABLE'
              ELSE
                 IF WS-NB-FACTURES < 500
                    ADD 1 TO WS-NB-FACTURES
                    MOVE FS-JRF-NUMERO
                      TO WS-FAC-NUMERO(WS-NB-FACTURES)
                    MOVE FS-JRF-DATE   TO WS-FAC-DATE(WS-NB-FACTURES)
                    MOVE FS-JRF-CLIENT
                      TO WS-FAC-CLIENT(WS-NB-FACTURES)
                    MOVE FS-JRF-TTC    TO WS-FAC-RESTE(WS-NB-FACTURES)
                 ELSE
                    DISPLAY 'TABLE DES FACTURES PLEINE (500), '
                            'FACTURE IGNOREE : ' FS-JRF-NUMERO
                 END-IF
              END-IF
           END-IF.
       1110-CHARGER-FACTURE-FIN.
           EXIT.

       1200-DEDUIRE-REGLES-DEB.
           OPEN INPUT FIC-REGL-APPLIQUES.
           IF WS-STATUS-RGA = '00'
              PERFORM 1210-DEDUIRE-UN-DEB
                 THRU 1210-DEDUIRE-UN-FIN
                 UNTIL WS-STATUS-RGA NOT = '00'
              CLOSE FIC-REGL-APPLIQUES
           END-IF.
       1200-DEDUIRE-REGLES-FIN.
           EXIT.

       1210-DEDUIRE-UN-DEB.
           READ FIC-REGL-APPLIQUES
              AT END
                 MOVE '10' TO WS-STATUS-RGA
           END-READ.
           IF WS-STATUS-RGA = '00'
              PERFORM 1220-DEDUIRE-FACTURE-DEB
                 THRU 1220-DEDUIRE-FACTURE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
           END-IF.
       1210-DEDUIRE-UN-FIN.
           EXIT.

       1220-DEDUIRE-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-RGA-NUMERO
              SUBTRACT FS-RGA-MONTANT
                 FROM WS-FAC-RESTE(WS-IND-FAC)
           END-IF.
       1220-DEDUIRE-FACTURE-FIN.
           EXIT.

      * LE JOURNAL DES PRELEVEMENTS DONNE LE DERNIER NUMERO DE
      * REMISE ET, PAR FACTURE, LE STATUT DE SA DERNIERE LIGNE.
       1300-CHARGER-PRELEVEMENTS-DEB.
           OPEN INPUT FIC-PRELEVEMENTS.
           IF WS-STATUS-PRL = '00'
              PERFORM 1310-CHARGER-PRELEVEMENT-DEB
                 THRU 1310-CHARGER-PRELEVEMENT-FIN
                 UNTIL WS-STATUS-PRL NOT = '00'
              CLOSE FIC-PRELEVEMENTS
           END-IF.
       1300-CHARGER-PRELEVEMENTS-FIN.
           EXIT.

       1310-CHARGER-PRELEVEMENT-DEB.
           READ FIC-PRELEVEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-PRL
           END-READ.
           IF WS-STATUS-PRL = '00'
              IF FS-PRL-REMISE > WS-DERNIERE-REMISE
                 MOVE FS-PRL-REMISE TO WS-DERNIERE-REMISE
              END-IF
              MOVE FS-PRL-NUMERO TO WS-CLE-NUMERO
              PERFORM 1400-TROUVER-PRELEVEMENT-DEB
                 THRU 1400-TROUVER-PRELEVEMENT-FIN
              IF WS-IND-PRL-TROUVE = 0
                 IF WS-NB-PRELEV < 500
                    ADD 1 TO WS-NB-PRELEV
                    MOVE WS-NB-PRELEV TO WS-IND-PRL-TROUVE
                 ELSE
                    DISPLAY 'TABLE DES PRELEVEMENTS PLEINE (500), '
                            'FACTURE IGNOREE : ' FS-PRL-NUMERO
                 END-IF
              END-IF
              IF WS-IND-PRL-TROUVE > 0
                 MOVE FS-PRL-NUMERO
                   TO WS-PRL-NUMERO(WS-IND-PRL-TROUVE)
                 MOVE FS-PRL-CLIENT
                   TO WS-PRL-CLIENT(WS-IND-PRL-TROUVE)
                 MOVE FS-PRL-REMISE
                   TO WS-PRL-REMISE(WS-IND-PRL-TROUVE)
                 MOVE FS-PRL-MONTANT
                   TO WS-PRL-MONTANT(WS-IND-PRL-TROUVE)
                 MOVE FS-PRL-ECHEANCE
                   TO WS-PRL-ECHEANCE(WS-IND-PRL-TROUVE)
                 MOVE FS-PRL-STATUT
                   TO WS-PRL-STATUT(WS-IND-PRL-TROUVE)
              END-IF
           END-IF.
       1310-CHARGER-PRELEVEMENT-FIN.
           EXIT.

       1400-TROUVER-PRELEVEMENT-DEB.
           MOVE 0 TO WS-IND-PRL-TROUVE.
           PERFORM 1410-CHERCHER-PRELEVEMENT-DEB
              THRU 1410-CHERCHER-PRELEVEMENT-FIN
              VARYING WS-IND-PRL FROM 1 BY 1
              UNTIL WS-IND-PRL > WS-NB-PRELEV
              OR WS-IND-PRL-TROUVE > 0.
       1400-TROUVER-PRELEVEMENT-FIN.
           EXIT.

       1410-CHERCHER-PRELEVEMENT-DEB.
           IF WS-PRL-NUMERO(WS-IND-PRL) = WS-CLE-NUMERO
              MOVE WS-IND-PRL TO WS-IND-PRL-TROUVE
           END-IF.
       1410-CHERCHER-PRELEVEMENT-FIN.
           EXIT.

       1500-TROUVER-MANDAT-DEB.
           MOVE 0 TO WS-IND-MDT-TROUVE.
           PERFORM 1510-CHERCHER-MANDAT-DEB
              THRU 1510-CHERCHER-MANDAT-FIN
              VARYING WS-IND-MDT FROM 1 BY 1
              UNTIL WS-IND-MDT > WS-NB-MANDATS
              OR WS-IND-MDT-TROUVE > 0.
       1500-TROUVER-MANDAT-FIN.
           EXIT.

       1510-CHERCHER-MANDAT-DEB.
           IF WS-MDT-CLIENT(WS-IND-MDT) = WS-FAC-CLIENT(WS-IND-FAC)
              MOVE WS-IND-MDT TO WS-IND-MDT-TROUVE
           END-IF.
       1510-CHERCHER-MANDAT-FIN.
           EXIT.

      *****************************************************
      * PHASE E : EMISSION DE LA REMISE DE PRELEVEMENTS.
      *****************************************************
       2000-EMETTRE-DEB.
           ADD 1 TO WS-DERNIERE-REMISE.
           OPEN OUTPUT FIC-BANQUE.
           MOVE SPACES TO FS-ENR-BQE-ENTETE.
           MOVE '01'               TO FS-BQE-TYPE.
           MOVE WS-DATE-JOUR       TO FS-BQE-DATE.
           MOVE WS-DERNIERE-REMISE TO FS-BQE-REMISE.
           MOVE WS-EMETTEUR        TO FS-BQE-EMETTEUR.
           WRITE FS-ENR-BQE-ENTETE.
           OPEN EXTEND FIC-PRELEVEMENTS.
           IF WS-STATUS-PRL NOT = '00'
              OPEN OUTPUT FIC-PRELEVEMENTS
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'REMISE DE PRELEVEMENTS ' WS-DERNIERE-REMISE ' :'.
           PERFORM 2010-PRELEVER-FACTURE-DEB
              THRU 2010-PRELEVER-FACTURE-FIN
              VARYING WS-IND-FAC FROM 1 BY 1
              UNTIL WS-IND-FAC > WS-NB-FACTURES.
           CLOSE FIC-PRELEVEMENTS.
           MOVE SPACES TO FS-ENR-BQE-TOTAL.
           MOVE '09'              TO FS-BQE-TYPE.
           MOVE WS-NB-EMIS        TO FS-BQT-NOMBRE.
           MOVE WS-TOTAL-CENTIMES TO FS-BQT-MONTANT.
           WRITE FS-ENR-BQE-TOTAL.
           CLOSE FIC-BANQUE.
           DISPLAY '---------------------------------------------'.
           IF WS-NB-EMIS = 0
              DISPLAY 'AUCUNE FACTURE A PRELEVER, REMISE VIDE'
           ELSE
              MOVE WS-TOTAL-REMISE TO WS-ED-MONTANT
              DISPLAY 'TOTAL DE LA REMISE : ' WS-ED-MONTANT
              DISPLAY 'PRELBANQUE.TXT A TRANSMETTRE A LA BANQUE, '
                      'RETOUR A TRAITER AVEC PHASEPRLV=R'
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'REMISE PRLV ' WS-DERNIERE-REMISE ' '
                     WS-ED-MONTANT
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2000-EMETTRE-FIN.
           EXIT.

      * UNE FACTURE N'EST PRESENTEE QU'UNE FOIS : EN ATTENTE DU
      * RETOUR ('E'), DEJA ENCAISSEE ('C') OU REJETEE ('R', LA
      * RELANCE PREND LE RELAIS), ELLE N'EST PAS REPRESENTEE.
       2010-PRELEVER-FACTURE-DEB.
           MOVE 'O' TO WS-PRELEVEMENT-OK.
           IF WS-FAC-RESTE(WS-IND-FAC) NOT > 0
              MOVE 'N' TO WS-PRELEVEMENT-OK
           END-IF.
           IF WS-PRELEVEMENT-OK = 'O'
              PERFORM 1500-TROUVER-MANDAT-DEB
                 THRU 1500-TROUVER-MANDAT-FIN
              IF WS-IND-MDT-TROUVE = 0
                 MOVE 'N' TO WS-PRELEVEMENT-OK
              END-IF
           END-IF.
           IF WS-PRELEVEMENT-OK = 'O'
              COMPUTE WS-JULIEN =
                      FUNCTION INTEGER-OF-DATE(WS-FAC-DATE(WS-IND-FAC))
                      + WS-TERME-CLIENT
              COMPUTE WS-ECHEANCE = FUNCTION DATE-OF-INTEGER(WS-JULIEN)
              IF WS-ECHEANCE > WS-DATE-PRLV
                 ADD 1 TO WS-NB-NON-ECHUES
                 MOVE 'N' TO WS-PRELEVEMENT-OK
              END-IF
           END-IF.
           IF WS-PRELEVEMENT-OK = 'O'
              MOVE WS-FAC-NUMERO(WS-IND-FAC) TO WS-CLE-NUMERO
              PERFORM 1400-TROUVER-PRELEVEMENT-DEB
                 THRU 1400-TROUVER-PRELEVEMENT-FIN
              IF WS-IND-PRL-TROUVE > 0
                 ADD 1 TO WS-NB-DEJA-PRESENTEES
                 MOVE 'N' TO WS-PRELEVEMENT-OK
              END-IF
           END-IF.
           IF WS-PRELEVEMENT-OK = 'O'
              ADD 1 TO WS-NB-EMIS
              ADD WS-FAC-RESTE(WS-IND-FAC) TO WS-TOTAL-REMISE
              COMPUTE WS-CENTIMES = WS-FAC-RESTE(WS-IND-FAC) * 100
              ADD WS-CENTIMES TO WS-TOTAL-CENTIMES
              MOVE SPACES TO WS-REFERENCE
              STRING 'PRL' WS-FAC-NUMERO(WS-IND-FAC)
                     DELIMITED BY SIZE INTO WS-REFERENCE
              END-STRING
              MOVE SPACES TO FS-ENR-BQE-DETAIL
              MOVE '02'                     TO FS-BQE-TYPE
              MOVE WS-FAC-CLIENT(WS-IND-FAC) TO FS-BQD-CLIENT
              MOVE WS-MDT-REFERENCE(WS-IND-MDT-TROUVE) TO FS-BQD-MANDAT
              MOVE WS-MDT-SIGNATURE(WS-IND-MDT-TROUVE)
                TO FS-BQD-SIGNATURE
              MOVE WS-MDT-IBAN(WS-IND-MDT-TROUVE) TO FS-BQD-IBAN
              MOVE WS-MDT-BIC(WS-IND-MDT-TROUVE)  TO FS-BQD-BIC
              MOVE WS-CENTIMES              TO FS-BQD-MONTANT
              MOVE WS-REFERENCE             TO FS-BQD-REFERENCE
              MOVE WS-DATE-PRLV             TO FS-BQD-ECHEANCE
              WRITE FS-ENR-BQE-DETAIL
              MOVE SPACES TO FS-ENR-PRELEVEMENT
              MOVE WS-DATE-JOUR              TO FS-PRL-DATE
              MOVE WS-DERNIERE-REMISE        TO FS-PRL-REMISE
              MOVE WS-FAC-NUMERO(WS-IND-FAC) TO FS-PRL-NUMERO
              MOVE WS-FAC-CLIENT(WS-IND-FAC) TO FS-PRL-CLIENT
              MOVE WS-FAC-RESTE(WS-IND-FAC)  TO FS-PRL-MONTANT
              MOVE WS-ECHEANCE               TO FS-PRL-ECHEANCE
              MOVE 'E'                       TO FS-PRL-STATUT
              WRITE FS-ENR-PRELEVEMENT
              MOVE WS-FAC-RESTE(WS-IND-FAC) TO WS-ED-MONTANT
              DISPLAY 'CLIENT ' WS-FAC-CLIENT(WS-IND-FAC) ' FACTURE '
                      WS-FAC-NUMERO(WS-IND-FAC) ' ECHUE LE '
                      WS-ECHEANCE ' : ' WS-ED-MONTANT
           END-IF.
       2010-PRELEVER-FACTURE-FIN.
           EXIT.

      *****************************************************
      * PHASE R : RAPPROCHEMENT DU RETOUR DE LA BANQUE.
      *****************************************************
       3000-TRAITER-RETOUR-DEB.
           OPEN INPUT FIC-RETOUR.
           IF WS-STATUS-RET NOT = '00'
              DISPLAY 'AUCUN FICHIER RETOUR DE LA BANQUE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN EXTEND FIC-PRELEVEMENTS.
           IF WS-STATUS-PRL NOT = '00'
              OPEN OUTPUT FIC-PRELEVEMENTS
           END-IF.
           OPEN EXTEND FIC-REGLEMENTS.
           IF WS-STATUS-RGL NOT = '00'
              OPEN OUTPUT FIC-REGLEMENTS
           END-IF.
           OPEN EXTEND FIC-REJETS.
           IF WS-STATUS-REJ NOT = '00'
              OPEN OUTPUT FIC-REJETS
           END-IF.
           DISPLAY '---------------------------------------------'.
           PERFORM 3010-UN-RETOUR-DEB
              THRU 3010-UN-RETOUR-FIN
              UNTIL WS-STATUS-RET NOT = '00'.
           CLOSE FIC-RETOUR.
           CLOSE FIC-PRELEVEMENTS.
           CLOSE FIC-REGLEMENTS.
           CLOSE FIC-REJETS.
           DISPLAY '---------------------------------------------'.
           IF WS-NB-ENCAISSES > 0
              DISPLAY 'ENCAISSEMENTS DEPOSES DANS REGLEMENTS.TXT, '
                      'A APPLIQUER PAR CMDENCAI'
           END-IF.
       3000-TRAITER-RETOUR-FIN.
           EXIT.

      * SEUL UN PRELEVEMENT ENCORE EN ATTENTE ('E') DE LA MEME
      * REMISE EST DENOUE : UN RETOUR REJOUE OU INCONNU EST
      * EDITE SANS EFFET.
       3010-UN-RETOUR-DEB.
           MOVE 'O' TO WS-RETOUR-OK.
           READ FIC-RETOUR
              AT END
                 MOVE '10' TO WS-STATUS-RET
           END-READ.
           IF WS-STATUS-RET NOT = '00'
              MOVE 'N' TO WS-RETOUR-OK
           END-IF.
           IF WS-RETOUR-OK = 'O'
              IF FS-RET-TYPE NOT = '02'
                 MOVE 'N' TO WS-RETOUR-OK
              END-IF
           END-IF.
           IF WS-RETOUR-OK = 'O'
              ADD 1 TO WS-NB-RETOURS
              IF FS-RET-REFERENCE(1:3) NOT = 'PRL'
                 OR FS-RET-REFERENCE(4:6) NOT NUMERIC
                 OR FS-RET-MONTANT NOT NUMERIC
                 OR FS-RET-REMISE NOT NUMERIC
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY 'RETOUR ILLISIBLE, REFERENCE '
                         FS-RET-REFERENCE ' IGNORE'
                 MOVE 'N' TO WS-RETOUR-OK
              END-IF
           END-IF.
           IF WS-RETOUR-OK = 'O'
              MOVE FS-RET-REFERENCE(4:6) TO WS-CLE-NUMERO
              PERFORM 1400-TROUVER-PRELEVEMENT-DEB
                 THRU 1400-TROUVER-PRELEVEMENT-FIN
              IF WS-IND-PRL-TROUVE = 0
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY 'FACTURE ' WS-CLE-NUMERO
                         ' : AUCUN PRELEVEMENT EMIS, RETOUR IGNORE'
                 MOVE 'N' TO WS-RETOUR-OK
              END-IF
           END-IF.
           IF WS-RETOUR-OK = 'O'
              IF WS-PRL-STATUT(WS-IND-PRL-TROUVE) NOT = 'E'
                 OR WS-PRL-REMISE(WS-IND-PRL-TROUVE) NOT = FS-RET-REMISE
                 ADD 1 TO WS-NB-ANOMALIES
                 DISPLAY 'FACTURE ' WS-CLE-NUMERO ' REMISE '
                         FS-RET-REMISE ' : PRELEVEMENT DEJA DENOUE ('
                         WS-PRL-STATUT(WS-IND-PRL-TROUVE)
                         '), A VERIFIER MANUELLEMENT'
                 MOVE 'N' TO WS-RETOUR-OK
              END-IF
           END-IF.
           IF WS-RETOUR-OK = 'O'
              COMPUTE WS-MONTANT-RETOUR = FS-RET-MONTANT / 100
              IF FS-RET-RESULTAT = 'A'
                 PERFORM 3100-ENCAISSER-DEB
                    THRU 3100-ENCAISSER-FIN
              ELSE
                 PERFORM 3200-REJETER-DEB
                    THRU 3200-REJETER-FIN
              END-IF
           END-IF.
       3010-UN-RETOUR-FIN.
           EXIT.

       3100-ENCAISSER-DEB.
           ADD 1 TO WS-NB-ENCAISSES.
           ADD WS-MONTANT-RETOUR TO WS-TOTAL-ENCAISSE.
           MOVE 'C' TO WS-PRL-STATUT(WS-IND-PRL-TROUVE).
           MOVE SPACES TO FS-ENR-RGL.
           MOVE WS-PRL-CLIENT(WS-IND-PRL-TROUVE) TO FS-RGL-CLIENT.
           MOVE WS-MONTANT-RETOUR                TO FS-RGL-MONTANT.
           MOVE FS-RET-REFERENCE(1:9)            TO FS-RGL-REFERENCE.
           WRITE FS-ENR-RGL.
           MOVE SPACES TO FS-ENR-PRELEVEMENT.
           PERFORM 3300-ECRIRE-STATUT-DEB
              THRU 3300-ECRIRE-STATUT-FIN.
           MOVE WS-MONTANT-RETOUR TO WS-ED-MONTANT.
           DISPLAY 'FACTURE ' WS-CLE-NUMERO ' CLIENT '
                   WS-PRL-CLIENT(WS-IND-PRL-TROUVE)
                   ' PRELEVEE       : ' WS-ED-MONTANT.
       3100-ENCAISSER-FIN.
           EXIT.

      * LE REJET LAISSE LA FACTURE OUVERTE (AUCUN ENCAISSEMENT)
      * ET LA SIGNALE A CMDAGING POUR RELANCE.
       3200-REJETER-DEB.
           ADD 1 TO WS-NB-REJETES.
           ADD WS-PRL-MONTANT(WS-IND-PRL-TROUVE) TO WS-TOTAL-REJETE.
           MOVE 'R' TO WS-PRL-STATUT(WS-IND-PRL-TROUVE).
           MOVE SPACES TO FS-ENR-REJET.
           MOVE WS-DATE-JOUR                     TO FS-REJ-DATE.
           MOVE WS-CLE-NUMERO                    TO FS-REJ-NUMERO.
           MOVE WS-PRL-CLIENT(WS-IND-PRL-TROUVE) TO FS-REJ-CLIENT.
           MOVE WS-PRL-MONTANT(WS-IND-PRL-TROUVE) TO FS-REJ-MONTANT.
           MOVE FS-RET-MOTIF                     TO FS-REJ-MOTIF.
           WRITE FS-ENR-REJET.
           MOVE SPACES TO FS-ENR-PRELEVEMENT.
           MOVE FS-RET-MOTIF TO FS-PRL-MOTIF.
           PERFORM 3300-ECRIRE-STATUT-DEB
              THRU 3300-ECRIRE-STATUT-FIN.
           MOVE WS-PRL-MONTANT(WS-IND-PRL-TROUVE) TO WS-ED-MONTANT.
           DISPLAY 'FACTURE ' WS-CLE-NUMERO ' CLIENT '
                   WS-PRL-CLIENT(WS-IND-PRL-TROUVE)
                   ' REJETEE (' FS-RET-MOTIF ') : ' WS-ED-MONTANT.
       3200-REJETER-FIN.
           EXIT.

      * NOUVELLE LIGNE DE STATUT AU JOURNAL (LE MOTIF EST POSE
      * PAR L'APPELANT).
       3300-ECRIRE-STATUT-DEB.
           MOVE WS-DATE-JOUR TO FS-PRL-DATE.
           MOVE WS-PRL-REMISE(WS-IND-PRL-TROUVE)  TO FS-PRL-REMISE.
           MOVE WS-CLE-NUMERO                     TO FS-PRL-NUMERO.
           MOVE WS-PRL-CLIENT(WS-IND-PRL-TROUVE)  TO FS-PRL-CLIENT.
           MOVE WS-PRL-MONTANT(WS-IND-PRL-TROUVE) TO FS-PRL-MONTANT.
           MOVE WS-PRL-ECHEANCE(WS-IND-PRL-TROUVE)
             TO FS-PRL-ECHEANCE.
           MOVE WS-PRL-STATUT(WS-IND-PRL-TROUVE)  TO FS-PRL-STATUT.
           WRITE FS-ENR-PRELEVEMENT.
       3300-ECRIRE-STATUT-FIN.
           EXIT.

       8000-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'          TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES       TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO         TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'          TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE SPACES       TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           MOVE WS-MSG-AUDIT TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       8000-JOURNALISER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'PRELEVEMENTS DES CLIENTS MANDATES'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           MOVE WS-PROGRAM-ID TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           IF WS-PHASE = 'E'
              DISPLAY 'PRELEVEMENTS EMIS   : ' WS-NB-EMIS
              DISPLAY 'FACTURES NON ECHUES : ' WS-NB-NON-ECHUES
              DISPLAY 'DEJA PRESENTEES     : ' WS-NB-DEJA-PRESENTEES
              MOVE WS-TOTAL-REMISE TO WS-ED-MONTANT
              DISPLAY 'MONTANT DE LA REMISE: ' WS-ED-MONTANT
              MOVE 'PRELEVEMENTS EMIS'  TO WS-LIEN-RECAPJR-IN-LIBELLE
              MOVE WS-NB-EMIS          TO WS-LIEN-RECAPJR-IN-VALEUR
              CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR
           ELSE
              DISPLAY 'RETOURS LUS         : ' WS-NB-RETOURS
              DISPLAY 'PRELEVEMENTS PAYES  : ' WS-NB-ENCAISSES
              MOVE WS-TOTAL-ENCAISSE TO WS-ED-MONTANT
              DISPLAY 'MONTANT ENCAISSE    : ' WS-ED-MONTANT
              DISPLAY 'PRELEVEMENTS REJETES: ' WS-NB-REJETES
              MOVE WS-TOTAL-REJETE TO WS-ED-MONTANT
              DISPLAY 'MONTANT REJETE      : ' WS-ED-MONTANT
              DISPLAY 'RETOURS EN ANOMALIE : ' WS-NB-ANOMALIES
              MOVE 'PRELEVEMENTS PAYES' TO WS-LIEN-RECAPJR-IN-LIBELLE
              MOVE WS-NB-ENCAISSES     TO WS-LIEN-RECAPJR-IN-VALEUR
              CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR
              MOVE 'PRELEVEMENTS REJETES'
                TO WS-LIEN-RECAPJR-IN-LIBELLE
              MOVE WS-NB-REJETES       TO WS-LIEN-RECAPJR-IN-VALEUR
              CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR
           END-IF.
           DISPLAY '***********************************'.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM CMDPRELV.
