       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMDLITIG.

      *********************************************************
      *     REGISTRE DES LITIGES CLIENTS PAR MOUVEMENTS.
      *
      *     UN CLIENT QUI CONTESTE UNE FACTURE ETAIT RELANCE ET
      *     COUPE PAR CMDAGING COMME UN MAUVAIS PAYEUR, ALORS
      *     QUE NOUS AVIONS ACCEPTE D'EXAMINER SA RECLAMATION.
      *     CE PROGRAMME, SUR LE MODELE DE FOUMAINT, TIENT LE
      *     REGISTRE LITIGES.TXT (NUMERO, FACTURE, CLIENT,
      *     MONTANT CONTESTE DANS LA DEVISE DE LA FACTURE,
      *     MOTIF, DATE D'OUVERTURE, RESPONSABLE, ETAT, DATE
      *     ET MONTANT DE L'AVOIR DE CLOTURE) EN LUI APPLIQUANT
      *     LE FICHIER DE MOUVEMENTS LITIGMVT.TXT, DANS L'ORDRE
      *     DU FICHIER :
      *        'O' = OUVERTURE     (NUMERO ATTRIBUE, FACTURE
      *                             CONNUE DE FACTJOURNAL.TXT,
      *                             MONTANT AU PLUS EGAL AU RESTE
      *                             DU, UN SEUL LITIGE OUVERT PAR
      *                             FACTURE)
      *        'M' = MODIFICATION  (MONTANT, MOTIF, RESPONSABLE ;
      *                             ZONE A BLANC = CONSERVEE)
      *        'C' = CLOTURE       (RESOLUTION 'A' AVOIR OU 'R'
      *                             RECLAMATION REJETEE)
      *     TANT QU'UN LITIGE EST OUVERT ('O'), CMDAGING ECARTE
      *     SON MONTANT DES RELANCES ET DU BLOCAGE A 90 JOURS.
      *     UNE CLOTURE PAR AVOIR (MONTANT A BLANC = MONTANT
      *     CONTESTE) EST AJOUTEE A LITIGAVOIR.TXT, QUE CMDRETUR
      *     REPREND DANS SON CIRCUIT D'AVOIRS PUIS VIDE ; UNE
      *     RECLAMATION REJETEE REND LA FACTURE A LA RELANCE.
      *     LA BALANCE AGEE DES LITIGES OUVERTS EST EDITEE EN
      *     FIN DE RUN : UN LITIGE OUVERT DEPUIS PLUS DE
      *     SEUILLIT JOURS (GETPARM, DEFAUT 060) EST SIGNALE
      *     COMME OUBLIE.
      *     LA NOUVELLE GENERATION LITIGES_NEW.TXT EST ECRITE,
      *     L'ANCIEN FICHIER N'EST JAMAIS TOUCHE. CHAQUE
      *     MOUVEMENT APPLIQUE EST JOURNALISE DANS FAUDITLOG VIA
      *     ERRLOG AU NOM DE L'OPERATEUR IDENTIFIE PAR SIGNON,
      *     QUI EST AUSSI LE RESPONSABLE PAR DEFAUT D'UN LITIGE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-LITIGES
              ASSIGN TO "./files/litiges.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIT.
           SELECT FIC-LITIGES-NOUV
              ASSIGN TO "./files/litiges_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIN.
           SELECT FIC-MOUVEMENTS
              ASSIGN TO "./files/litigmvt.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.
           SELECT FIC-AVOIRS-LITIGE
              ASSIGN TO "./files/litigavoir.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LAV.
           SELECT FIC-JOURNAL-FACT
              ASSIGN TO "./files/factjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JRN.
           SELECT FIC-REGL-APPLIQUES
              ASSIGN TO "./files/factregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGA.

       DATA DIVISION.
       FILE SECTION.
      *    REGISTRE : ETAT 'O' OUVERT, 'A' CLOS PAR AVOIR, 'R'
      *    CLOS RECLAMATION REJETEE.
       FD FIC-LITIGES RECORDING MODE IS F.
       01  FS-ENR-LITIGE.
           05 FS-LIT-NUMERO     PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LIT-FACTURE    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LIT-CLIENT     PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-LIT-MONTANT    PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LIT-DEVISE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-LIT-MOTIF      PIC X(30).
           05 FILLER PIC X(1).
           05 FS-LIT-OUVERTURE  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-LIT-RESPONSABLE PIC X(8).
           05 FILLER PIC X(1).
           05 FS-LIT-ETAT       PIC X(1).
           05 FILLER PIC X(1).
           05 FS-LIT-CLOTURE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-LIT-AVOIR      PIC 9(7)V99.

       FD FIC-LITIGES-NOUV RECORDING MODE IS F.
       01  FS-ENR-LITIGE-NOUV PIC X(104).

      *    MOUVEMENT : CODE, NUMERO DU LITIGE (A BLANC A
      *    L'OUVERTURE), FACTURE, MONTANT CONTESTE, MOTIF,
      *    RESPONSABLE, RESOLUTION ET MONTANT DE L'AVOIR.
       FD FIC-MOUVEMENTS RECORDING MODE IS F.
       01  FS-ENR-MOUVEMENT.
           05 FS-MVT-CODE        PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MVT-NUMERO      PIC X(6).
           05 FS-MVT-NUMERO-N REDEFINES FS-MVT-NUMERO PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-MVT-FACTURE     PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-MVT-MONTANT     PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-MVT-MOTIF       PIC X(30).
           05 FILLER PIC X(1).
           05 FS-MVT-RESPONSABLE PIC X(8).
           05 FILLER PIC X(1).
           05 FS-MVT-RESOLUTION  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MVT-AVOIR       PIC 9(7)V99.

      *    AVOIRS A EMETTRE PAR CMDRETUR : MONTANT TTC DANS LA
      *    DEVISE DE LA FACTURE.
       FD FIC-AVOIRS-LITIGE RECORDING MODE IS F.
       01  FS-ENR-AVOIR-LITIGE.
           05 FS-LAV-LITIGE  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LAV-FACTURE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LAV-CLIENT  PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-LAV-MONTANT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LAV-DEVISE  PIC X(3).

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

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDLITIG'.
       01  WS-STATUS-LIT PIC XX.
       01  WS-STATUS-LIN PIC XX.
       01  WS-STATUS-MVT PIC XX.
       01  WS-STATUS-LAV PIC XX.
       01  WS-STATUS-JRN PIC XX.
       01  WS-STATUS-RGA PIC XX.

       01  WS-DATE-JOUR     PIC 9(8).
       01  WS-JULIEN-JOUR   PIC 9(7).
       01  WS-JULIEN-OUV    PIC 9(7).
       01  WS-AGE-JOURS     PIC S9(5).
       01  WS-SEUIL-OUBLI   PIC 9(3) VALUE 60.

      * FACTURES EN MEMOIRE : RESTE DU DANS LA DEVISE DE LA
      * FACTURE (TTC MOINS REGLEMENTS), COURS DE LA FACTURE.
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 500 TIMES.
               10 WS-FAC-NUMERO PIC 9(6).
               10 WS-FAC-CLIENT PIC 9(5).
               10 WS-FAC-RESTE  PIC S9(7)V99.
               10 WS-FAC-DEVISE PIC X(3).
               10 WS-FAC-TAUX   PIC 9(3)V9(6).
       01  WS-IND-FAC        PIC 9(4).
       01  WS-IND-FAC-TROUVE PIC 9(4).

      * REGISTRE EN MEMOIRE.
       01  WS-LITIGES.
           05 WS-NB-LITIGES PIC 9(4) VALUE 0.
           05 WS-LIT OCCURS 300 TIMES.
               10 WS-LIT-NUMERO      PIC 9(6).
               10 WS-LIT-FACTURE     PIC 9(6).
               10 WS-LIT-CLIENT      PIC 9(5).
               10 WS-LIT-MONTANT     PIC 9(7)V99.
               10 WS-LIT-DEVISE      PIC X(3).
               10 WS-LIT-MOTIF       PIC X(30).
               10 WS-LIT-OUVERTURE   PIC 9(8).
               10 WS-LIT-RESPONSABLE PIC X(8).
               10 WS-LIT-ETAT        PIC X(1).
               10 WS-LIT-CLOTURE     PIC 9(8).
               10 WS-LIT-AVOIR       PIC 9(7)V99.
       01  WS-IND-LIT        PIC 9(4).
       01  WS-IND-LIT-TROUVE PIC 9(4).
       01  WS-IND-LIT-OUVERT PIC 9(4).
       01  WS-DERNIER-NUMERO PIC 9(6) VALUE 0.
       01  WS-MONTANT-AVOIR  PIC 9(7)V99.
       01  WS-MVT-VALIDE     PIC X(1).

       01  WS-MSG-AUDIT PIC X(40).

      * BALANCE AGEE DES LITIGES OUVERTS, EN CONTRE-VALEUR EUROS
      * AU COURS DE LA FACTURE.
       01  WS-TRANCHES-LITIGES.
           05 WS-TRL OCCURS 4 TIMES.
               10 WS-TRL-NB      PIC 9(4).
               10 WS-TRL-MONTANT PIC 9(9)V99.
       01  WS-IND-TRL      PIC 9.
       01  WS-MONTANT-EUR  PIC 9(9)V99.
       01  WS-DEVISE-EDITEE PIC X(3).
       01  WS-ED-MONTANT   PIC ZZZZZZ9.99.
       01  WS-ED-AGE       PIC ZZZZ9.
       01  WS-ED-TRANCHE   PIC ZZZZZZZZ9.99.

       01  WS-COMPTEURS.
           05 WS-NB-MVT-LUS    PIC 9(5) VALUE 0.
           05 WS-NB-APPLIQUES  PIC 9(5) VALUE 0.
           05 WS-NB-REJETES    PIC 9(5) VALUE 0.
           05 WS-NB-AVOIRS     PIC 9(5) VALUE 0.
           05 WS-NB-OUVERTS    PIC 9(5) VALUE 0.
           05 WS-NB-OUBLIES    PIC 9(5) VALUE 0.
           05 WS-NB-LIT-ECRITS PIC 9(5) VALUE 0.

      * SEUIL D'OUBLI RESOLU PAR LE REGISTRE CENTRAL GETPARM.
       01  WS-SOUS-PROG-GETPARM PIC X(8) VALUE 'GETPARM'.
       01  WS-LIEN-GETPARM.
           05 WS-LIEN-GETPARM-IN.
               10 WS-LIEN-GETPARM-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-GETPARM-IN-PARAMETRE PIC X(12).
           05 WS-LIEN-GETPARM-OU.
               10 WS-LIEN-GETPARM-OU-VALEUR PIC X(20).
               10 WS-LIEN-GETPARM-OU-CODE-RETOUR PIC X.

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
       0000-CMDLITIG-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.

           PERFORM 0005-IDENTIFIER-OPERATEUR-DEB
              THRU 0005-IDENTIFIER-OPERATEUR-FIN.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JULIEN-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'SEUILLIT'    TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              AND WS-LIEN-GETPARM-OU-VALEUR(1:3) IS NUMERIC
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:3) TO WS-SEUIL-OUBLI
           END-IF.

           PERFORM 1000-CHARGER-FACTURES-DEB
              THRU 1000-CHARGER-FACTURES-FIN.
           PERFORM 1100-DEDUIRE-REGLES-DEB
              THRU 1100-DEDUIRE-REGLES-FIN.
           PERFORM 1200-CHARGER-LITIGES-DEB
              THRU 1200-CHARGER-LITIGES-FIN.

           OPEN INPUT FIC-MOUVEMENTS.
           IF WS-STATUS-MVT = '00'
              OPEN EXTEND FIC-AVOIRS-LITIGE
              IF WS-STATUS-LAV NOT = '00'
                 OPEN OUTPUT FIC-AVOIRS-LITIGE
              END-IF
              PERFORM 2000-UN-MOUVEMENT-DEB
                 THRU 2000-UN-MOUVEMENT-FIN
                 UNTIL WS-STATUS-MVT NOT = '00'
              CLOSE FIC-MOUVEMENTS
              CLOSE FIC-AVOIRS-LITIGE
              PERFORM 3000-ECRIRE-GENERATION-DEB
                 THRU 3000-ECRIRE-GENERATION-FIN
           ELSE
              DISPLAY 'AUCUN MOUVEMENT DE LITIGE A APPLIQUER'
           END-IF.

           PERFORM 4000-BALANCE-LITIGES-DEB
              THRU 4000-BALANCE-LITIGES-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-CMDLITIG-FIN.
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

       1000-CHARGER-FACTURES-DEB.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-STATUS-JRN NOT = '00'
              DISPLAY 'JOURNAL DES FACTURES INTROUVABLE, AUCUN '
                      'LITIGE VALIDABLE'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-FACTURE-DEB
              THRU 1010-CHARGER-FACTURE-FIN
              UNTIL WS-STATUS-JRN NOT = '00'.
           CLOSE FIC-JOURNAL-FACT.
       1000-CHARGER-FACTURES-FIN.
           EXIT.

       1010-CHARGER-FACTURE-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
           IF WS-STATUS-JRN = '00'
              IF WS-NB-FACTURES < 500
                 ADD 1 TO WS-NB-FACTURES
                 MOVE FS-JRF-NUMERO TO WS-FAC-NUMERO(WS-NB-FACTURES)
                 MOVE FS-JRF-CLIENT TO WS-FAC-CLIENT(WS-NB-FACTURES)
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
              ELSE
                 DISPLAY 'TABLE DES FACTURES PLEINE (500), '
                         'FACTURE IGNOREE : ' FS-JRF-NUMERO
              END-IF
           END-IF.
       1010-CHARGER-FACTURE-FIN.
           EXIT.

      * MEME CALCUL DU RESTE DU QUE CMDAGING.
       1100-DEDUIRE-REGLES-DEB.
           OPEN INPUT FIC-REGL-APPLIQUES.
           IF WS-STATUS-RGA = '00'
              PERFORM 1110-DEDUIRE-UN-DEB
                 THRU 1110-DEDUIRE-UN-FIN
                 UNTIL WS-STATUS-RGA NOT = '00'
              CLOSE FIC-REGL-APPLIQUES
           END-IF.
       1100-DEDUIRE-REGLES-FIN.
           EXIT.

       1110-DEDUIRE-UN-DEB.
           READ FIC-REGL-APPLIQUES
              AT END
                 MOVE '10' TO WS-STATUS-RGA
           END-READ.
           IF WS-STATUS-RGA = '00'
              PERFORM 1300-TROUVER-FACTURE-DEB
                 THRU 1300-TROUVER-FACTURE-FIN
              IF WS-IND-FAC-TROUVE NOT = 0
                 IF FS-RGA-DEVISE NOT = SPACES
                    AND FS-RGA-MONTANT-DEV IS NUMERIC
                    SUBTRACT FS-RGA-MONTANT-DEV
                       FROM WS-FAC-RESTE(WS-IND-FAC-TROUVE)
                 ELSE
                    SUBTRACT FS-RGA-MONTANT
                       FROM WS-FAC-RESTE(WS-IND-FAC-TROUVE)
                 END-IF
              END-IF
           END-IF.
       1110-DEDUIRE-UN-FIN.
           EXIT.

      * UNE TABLE PLEINE ARRETE LE PROGRAMME : LA NOUVELLE
      * GENERATION PERDRAIT LES LITIGES NON CHARGES.
       1200-CHARGER-LITIGES-DEB.
           OPEN INPUT FIC-LITIGES.
           IF WS-STATUS-LIT = '00'
              PERFORM 1210-CHARGER-LITIGE-DEB
                 THRU 1210-CHARGER-LITIGE-FIN
                 UNTIL WS-STATUS-LIT NOT = '00'
              CLOSE FIC-LITIGES
           ELSE
              DISPLAY 'REGISTRE DES LITIGES ABSENT, IL SERA '
                      'CREE PAR LES MOUVEMENTS'
           END-IF.
       1200-CHARGER-LITIGES-FIN.
           EXIT.

       1210-CHARGER-LITIGE-DEB.
           READ FIC-LITIGES
              AT END
                 MOVE '10' TO WS-STATUS-LIT
           END-READ.
           IF WS-STATUS-LIT = '00'
              IF WS-NB-LITIGES NOT < 300
                 DISPLAY 'TABLE DES LITIGES PLEINE (300) : '
                         FS-LIT-NUMERO
                 PERFORM 9990-FIN-ANORMALE-DEB
                    THRU 9990-FIN-ANORMALE-FIN
              END-IF
              ADD 1 TO WS-NB-LITIGES
              MOVE FS-LIT-NUMERO    TO WS-LIT-NUMERO(WS-NB-LITIGES)
              MOVE FS-LIT-FACTURE   TO WS-LIT-FACTURE(WS-NB-LITIGES)
              MOVE FS-LIT-CLIENT    TO WS-LIT-CLIENT(WS-NB-LITIGES)
              MOVE FS-LIT-MONTANT   TO WS-LIT-MONTANT(WS-NB-LITIGES)
              MOVE FS-LIT-DEVISE    TO WS-LIT-DEVISE(WS-NB-LITIGES)
              MOVE FS-LIT-MOTIF     TO WS-LIT-MOTIF(WS-NB-LITIGES)
              MOVE FS-LIT-OUVERTURE TO WS-LIT-OUVERTURE(WS-NB-LITIGES)
              MOVE FS-LIT-RESPONSABLE
                TO WS-LIT-RESPONSABLE(WS-NB-LITIGES)
              MOVE FS-LIT-ETAT      TO WS-LIT-ETAT(WS-NB-LITIGES)
              IF FS-LIT-CLOTURE IS NUMERIC
                 MOVE FS-LIT-CLOTURE TO WS-LIT-CLOTURE(WS-NB-LITIGES)
              ELSE
                 MOVE 0 TO WS-LIT-CLOTURE(WS-NB-LITIGES)
              END-IF
              IF FS-LIT-AVOIR IS NUMERIC
                 MOVE FS-LIT-AVOIR TO WS-LIT-AVOIR(WS-NB-LITIGES)
              ELSE
                 MOVE 0 TO WS-LIT-AVOIR(WS-NB-LITIGES)
              END-IF
              IF FS-LIT-NUMERO > WS-DERNIER-NUMERO
                 MOVE FS-LIT-NUMERO TO WS-DERNIER-NUMERO
              END-IF
           END-IF.
       1210-CHARGER-LITIGE-FIN.
           EXIT.

      * LA FACTURE CHERCHEE EST DANS FS-RGA-NUMERO.
       1300-TROUVER-FACTURE-DEB.
           MOVE 0 TO WS-IND-FAC-TROUVE.
           PERFORM 1310-CHERCHER-FACTURE-DEB
              THRU 1310-CHERCHER-FACTURE-FIN
              VARYING WS-IND-FAC FROM 1 BY 1
              UNTIL WS-IND-FAC > WS-NB-FACTURES
              OR WS-IND-FAC-TROUVE > 0.
       1300-TROUVER-FACTURE-FIN.
           EXIT.

       1310-CHERCHER-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-RGA-NUMERO
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       1310-CHERCHER-FACTURE-FIN.
           EXIT.

      * RECHERCHE PAR NUMERO DE LITIGE (FS-MVT-NUMERO-N) ET DU
      * LITIGE OUVERT SUR LA FACTURE (FS-RGA-NUMERO).
       1400-TROUVER-LITIGE-DEB.
           MOVE 0 TO WS-IND-LIT-TROUVE.
           MOVE 0 TO WS-IND-LIT-OUVERT.
           PERFORM 1410-CHERCHER-LITIGE-DEB
              THRU 1410-CHERCHER-LITIGE-FIN
              VARYING WS-IND-LIT FROM 1 BY 1
              UNTIL WS-IND-LIT > WS-NB-LITIGES.
       1400-TROUVER-LITIGE-FIN.
           EXIT.

       1410-CHERCHER-LITIGE-DEB.
           IF FS-MVT-NUMERO IS NUMERIC
              AND WS-LIT-NUMERO(WS-IND-LIT) = FS-MVT-NUMERO-N
              MOVE WS-IND-LIT TO WS-IND-LIT-TROUVE
           END-IF.
           IF WS-LIT-FACTURE(WS-IND-LIT) = FS-RGA-NUMERO
              AND WS-LIT-ETAT(WS-IND-LIT) = 'O'
              MOVE WS-IND-LIT TO WS-IND-LIT-OUVERT
           END-IF.
       1410-CHERCHER-LITIGE-FIN.
           EXIT.

       2000-UN-MOUVEMENT-DEB.
           READ FIC-MOUVEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-MVT
           END-READ.
           IF WS-STATUS-MVT = '00'
              ADD 1 TO WS-NB-MVT-LUS
              EVALUATE FS-MVT-CODE
                 WHEN 'O'
                    PERFORM 2100-OUVRIR-LITIGE-DEB
                       THRU 2100-OUVRIR-LITIGE-FIN
                 WHEN 'M'
                    PERFORM 2200-MODIFIER-LITIGE-DEB
                       THRU 2200-MODIFIER-LITIGE-FIN
                 WHEN 'C'
                    PERFORM 2300-CLORE-LITIGE-DEB
                       THRU 2300-CLORE-LITIGE-FIN
                 WHEN OTHER
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'MOUVEMENT REJETE, CODE INCONNU : '
                            FS-MVT-CODE ' ' FS-MVT-NUMERO
              END-EVALUATE
           END-IF.
       2000-UN-MOUVEMENT-FIN.
           EXIT.

      *=========================================================
      * OUVERTURE : LA FACTURE DOIT EXISTER ET ETRE ENCORE DUE.
      *=========================================================
       2100-OUVRIR-LITIGE-DEB.
           MOVE 'O' TO WS-MVT-VALIDE.
           MOVE FS-MVT-FACTURE TO FS-RGA-NUMERO.
           PERFORM 1300-TROUVER-FACTURE-DEB
              THRU 1300-TROUVER-FACTURE-FIN.
           PERFORM 1400-TROUVER-LITIGE-DEB
              THRU 1400-TROUVER-LITIGE-FIN.
           IF WS-IND-FAC-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'OUVERTURE REJETEE, FACTURE INCONNUE : '
                      FS-MVT-FACTURE
              MOVE 'N' TO WS-MVT-VALIDE
           END-IF.
           IF WS-MVT-VALIDE = 'O'
              IF WS-IND-LIT-OUVERT > 0
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'OUVERTURE REJETEE, FACTURE ' FS-MVT-FACTURE
                         ' DEJA EN LITIGE (LITIGE '
                         WS-LIT-NUMERO(WS-IND-LIT-OUVERT) ')'
                 MOVE 'N' TO WS-MVT-VALIDE
              END-IF
           END-IF.
           IF WS-MVT-VALIDE = 'O'
              IF FS-MVT-MONTANT IS NOT NUMERIC
                 OR FS-MVT-MONTANT = 0
                 OR FS-MVT-MOTIF = SPACES
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'OUVERTURE REJETEE, MONTANT OU MOTIF '
                         'ABSENT : FACTURE ' FS-MVT-FACTURE
                 MOVE 'N' TO WS-MVT-VALIDE
              END-IF
           END-IF.
           IF WS-MVT-VALIDE = 'O'
              IF FS-MVT-MONTANT > WS-FAC-RESTE(WS-IND-FAC-TROUVE)
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'OUVERTURE REJETEE, MONTANT ' FS-MVT-MONTANT
                         ' SUPERIEUR AU RESTE DU DE LA FACTURE '
                         FS-MVT-FACTURE
                 MOVE 'N' TO WS-MVT-VALIDE
              END-IF
           END-IF.
           IF WS-MVT-VALIDE = 'O'
              IF WS-NB-LITIGES NOT < 300
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'OUVERTURE REJETEE, TABLE DES LITIGES '
                         'PLEINE : FACTURE ' FS-MVT-FACTURE
                 MOVE 'N' TO WS-MVT-VALIDE
              END-IF
           END-IF.
           IF WS-MVT-VALIDE = 'O'
              ADD 1 TO WS-DERNIER-NUMERO
              ADD 1 TO WS-NB-LITIGES
              MOVE WS-DERNIER-NUMERO TO WS-LIT-NUMERO(WS-NB-LITIGES)
              MOVE FS-MVT-FACTURE    TO WS-LIT-FACTURE(WS-NB-LITIGES)
              MOVE WS-FAC-CLIENT(WS-IND-FAC-TROUVE)
                TO WS-LIT-CLIENT(WS-NB-LITIGES)
              MOVE FS-MVT-MONTANT    TO WS-LIT-MONTANT(WS-NB-LITIGES)
              MOVE WS-FAC-DEVISE(WS-IND-FAC-TROUVE)
                TO WS-LIT-DEVISE(WS-NB-LITIGES)
              MOVE FS-MVT-MOTIF      TO WS-LIT-MOTIF(WS-NB-LITIGES)
              MOVE WS-DATE-JOUR      TO WS-LIT-OUVERTURE(WS-NB-LITIGES)
              IF FS-MVT-RESPONSABLE = SPACES
                 MOVE WS-OPERATEUR
                   TO WS-LIT-RESPONSABLE(WS-NB-LITIGES)
              ELSE
                 MOVE FS-MVT-RESPONSABLE
                   TO WS-LIT-RESPONSABLE(WS-NB-LITIGES)
              END-IF
              MOVE 'O' TO WS-LIT-ETAT(WS-NB-LITIGES)
              MOVE 0   TO WS-LIT-CLOTURE(WS-NB-LITIGES)
              MOVE 0   TO WS-LIT-AVOIR(WS-NB-LITIGES)
              ADD 1 TO WS-NB-APPLIQUES
              DISPLAY 'LITIGE ' WS-DERNIER-NUMERO ' OUVERT : FACTURE '
                      FS-MVT-FACTURE ' CLIENT '
                      WS-LIT-CLIENT(WS-NB-LITIGES)
                      ' MONTANT ' FS-MVT-MONTANT
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'LITIGE ' WS-DERNIER-NUMERO ' OUVERT FACT '
                     FS-MVT-FACTURE
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2100-OUVRIR-LITIGE-FIN.
           EXIT.

      *=========================================================
      * MODIFICATION D'UN LITIGE OUVERT : SEULES LES ZONES
      * RENSEIGNEES REMPLACENT CELLES DU REGISTRE.
      *=========================================================
       2200-MODIFIER-LITIGE-DEB.
           MOVE 'O' TO WS-MVT-VALIDE.
           MOVE ZERO TO FS-RGA-NUMERO.
           PERFORM 1400-TROUVER-LITIGE-DEB
              THRU 1400-TROUVER-LITIGE-FIN.
           IF WS-IND-LIT-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'MODIFICATION REJETEE, LITIGE INCONNU : '
                      FS-MVT-NUMERO
           ELSE
              IF WS-LIT-ETAT(WS-IND-LIT-TROUVE) NOT = 'O'
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'MODIFICATION REJETEE, LITIGE DEJA CLOS : '
                         FS-MVT-NUMERO
              ELSE
                 IF FS-MVT-MONTANT IS NUMERIC
                    AND FS-MVT-MONTANT > 0
                    MOVE WS-LIT-FACTURE(WS-IND-LIT-TROUVE)
                      TO FS-RGA-NUMERO
                    PERFORM 1300-TROUVER-FACTURE-DEB
                       THRU 1300-TROUVER-FACTURE-FIN
                    IF WS-IND-FAC-TROUVE > 0
                       AND FS-MVT-MONTANT
                           > WS-FAC-RESTE(WS-IND-FAC-TROUVE)
                       ADD 1 TO WS-NB-REJETES
                       DISPLAY 'MODIFICATION REJETEE, MONTANT '
                               FS-MVT-MONTANT
                               ' SUPERIEUR AU RESTE DU : '
                               'LITIGE ' FS-MVT-NUMERO
                       MOVE 'N' TO WS-MVT-VALIDE
                    ELSE
                       MOVE FS-MVT-MONTANT
                         TO WS-LIT-MONTANT(WS-IND-LIT-TROUVE)
                    END-IF
                 END-IF
                 IF WS-MVT-VALIDE = 'O'
                    IF FS-MVT-MOTIF NOT = SPACES
                       MOVE FS-MVT-MOTIF
                         TO WS-LIT-MOTIF(WS-IND-LIT-TROUVE)
                    END-IF
                    IF FS-MVT-RESPONSABLE NOT = SPACES
                       MOVE FS-MVT-RESPONSABLE
                         TO WS-LIT-RESPONSABLE(WS-IND-LIT-TROUVE)
                    END-IF
                    ADD 1 TO WS-NB-APPLIQUES
                    MOVE SPACES TO WS-MSG-AUDIT
                    STRING 'LITIGE ' FS-MVT-NUMERO ' MODIFIE, RESP. '
                           WS-LIT-RESPONSABLE(WS-IND-LIT-TROUVE)
                           DELIMITED BY SIZE INTO WS-MSG-AUDIT
                    END-STRING
                    PERFORM 8000-JOURNALISER-DEB
                       THRU 8000-JOURNALISER-FIN
                 END-IF
              END-IF
           END-IF.
       2200-MODIFIER-LITIGE-FIN.
           EXIT.

      *=========================================================
      * CLOTURE : 'A' AVOIR (AU PLUS LE MONTANT CONTESTE, A
      * BLANC = LE MONTANT CONTESTE), 'R' RECLAMATION REJETEE.
      *=========================================================
       2300-CLORE-LITIGE-DEB.
           MOVE 'O' TO WS-MVT-VALIDE.
           MOVE ZERO TO FS-RGA-NUMERO.
           PERFORM 1400-TROUVER-LITIGE-DEB
              THRU 1400-TROUVER-LITIGE-FIN.
           IF WS-IND-LIT-TROUVE = 0
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'CLOTURE REJETEE, LITIGE INCONNU : '
                      FS-MVT-NUMERO
              MOVE 'N' TO WS-MVT-VALIDE
           ELSE
              IF WS-LIT-ETAT(WS-IND-LIT-TROUVE) NOT = 'O'
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'CLOTURE REJETEE, LITIGE DEJA CLOS : '
                         FS-MVT-NUMERO
                 MOVE 'N' TO WS-MVT-VALIDE
              END-IF
           END-IF.
           IF WS-MVT-VALIDE = 'O'
              IF FS-MVT-RESOLUTION NOT = 'A'
                 AND FS-MVT-RESOLUTION NOT = 'R'
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'CLOTURE REJETEE, RESOLUTION INCONNUE : '
                         FS-MVT-NUMERO ' ' FS-MVT-RESOLUTION
                 MOVE 'N' TO WS-MVT-VALIDE
              END-IF
           END-IF.
           IF WS-MVT-VALIDE = 'O'
              MOVE 0 TO WS-MONTANT-AVOIR
              IF FS-MVT-RESOLUTION = 'A'
                 IF FS-MVT-AVOIR IS NUMERIC
                    AND FS-MVT-AVOIR > 0
                    MOVE FS-MVT-AVOIR TO WS-MONTANT-AVOIR
                 ELSE
                    MOVE WS-LIT-MONTANT(WS-IND-LIT-TROUVE)
                      TO WS-MONTANT-AVOIR
                 END-IF
                 IF WS-MONTANT-AVOIR
                    > WS-LIT-MONTANT(WS-IND-LIT-TROUVE)
                    ADD 1 TO WS-NB-REJETES
                    DISPLAY 'CLOTURE REJETEE, AVOIR ' WS-MONTANT-AVOIR
                            ' SUPERIEUR AU MONTANT CONTESTE : LITIGE '
                            FS-MVT-NUMERO
                    MOVE 'N' TO WS-MVT-VALIDE
                 ELSE
                    PERFORM 2310-DEPOSER-AVOIR-DEB
                       THRU 2310-DEPOSER-AVOIR-FIN
                 END-IF
              END-IF
           END-IF.
           IF WS-MVT-VALIDE = 'O'
              MOVE FS-MVT-RESOLUTION
                TO WS-LIT-ETAT(WS-IND-LIT-TROUVE)
              MOVE WS-DATE-JOUR TO WS-LIT-CLOTURE(WS-IND-LIT-TROUVE)
              MOVE WS-MONTANT-AVOIR TO WS-LIT-AVOIR(WS-IND-LIT-TROUVE)
              ADD 1 TO WS-NB-APPLIQUES
              DISPLAY 'LITIGE ' FS-MVT-NUMERO ' CLOS ('
                      FS-MVT-RESOLUTION ') AVOIR ' WS-MONTANT-AVOIR
              MOVE SPACES TO WS-MSG-AUDIT
              STRING 'LITIGE ' FS-MVT-NUMERO ' CLOS ' FS-MVT-RESOLUTION
                     ' AVOIR ' WS-MONTANT-AVOIR
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       2300-CLORE-LITIGE-FIN.
           EXIT.

       2310-DEPOSER-AVOIR-DEB.
           MOVE SPACES TO FS-ENR-AVOIR-LITIGE.
           MOVE WS-LIT-NUMERO(WS-IND-LIT-TROUVE)  TO FS-LAV-LITIGE.
           MOVE WS-LIT-FACTURE(WS-IND-LIT-TROUVE) TO FS-LAV-FACTURE.
           MOVE WS-LIT-CLIENT(WS-IND-LIT-TROUVE)  TO FS-LAV-CLIENT.
           MOVE WS-MONTANT-AVOIR                  TO FS-LAV-MONTANT.
           MOVE WS-LIT-DEVISE(WS-IND-LIT-TROUVE)  TO FS-LAV-DEVISE.
           WRITE FS-ENR-AVOIR-LITIGE.
           ADD 1 TO WS-NB-AVOIRS.
       2310-DEPOSER-AVOIR-FIN.
           EXIT.

       3000-ECRIRE-GENERATION-DEB.
           OPEN OUTPUT FIC-LITIGES-NOUV.
           PERFORM 3010-ECRIRE-LITIGE-DEB
              THRU 3010-ECRIRE-LITIGE-FIN
              VARYING WS-IND-LIT FROM 1 BY 1
              UNTIL WS-IND-LIT > WS-NB-LITIGES.
           CLOSE FIC-LITIGES-NOUV.
           DISPLAY 'BASCULER LITIGES_NEW.TXT SUR LITIGES.TXT APRES '
                   'CONTROLE'.
       3000-ECRIRE-GENERATION-FIN.
           EXIT.

       3010-ECRIRE-LITIGE-DEB.
           MOVE SPACES TO FS-ENR-LITIGE.
           MOVE WS-LIT-NUMERO(WS-IND-LIT)      TO FS-LIT-NUMERO.
           MOVE WS-LIT-FACTURE(WS-IND-LIT)     TO FS-LIT-FACTURE.
           MOVE WS-LIT-CLIENT(WS-IND-LIT)      TO FS-LIT-CLIENT.
           MOVE WS-LIT-MONTANT(WS-IND-LIT)     TO FS-LIT-MONTANT.
           MOVE WS-LIT-DEVISE(WS-IND-LIT)      TO FS-LIT-DEVISE.
           MOVE WS-LIT-MOTIF(WS-IND-LIT)       TO FS-LIT-MOTIF.
           MOVE WS-LIT-OUVERTURE(WS-IND-LIT)   TO FS-LIT-OUVERTURE.
           MOVE WS-LIT-RESPONSABLE(WS-IND-LIT) TO FS-LIT-RESPONSABLE.
           MOVE WS-LIT-ETAT(WS-IND-LIT)        TO FS-LIT-ETAT.
           MOVE WS-LIT-CLOTURE(WS-IND-LIT)     TO FS-LIT-CLOTURE.
           MOVE WS-LIT-AVOIR(WS-IND-LIT)       TO FS-LIT-AVOIR.
           WRITE FS-ENR-LITIGE-NOUV FROM FS-ENR-LITIGE.
           ADD 1 TO WS-NB-LIT-ECRITS.
       3010-ECRIRE-LITIGE-FIN.
           EXIT.

      *=========================================================
      * BALANCE AGEE DES LITIGES OUVERTS (0-30 / 31-60 / 61-90 /
      * PLUS DE 90 JOURS DEPUIS L'OUVERTURE).
      *=========================================================
       4000-BALANCE-LITIGES-DEB.
           PERFORM 4005-RAZ-TRANCHE-DEB
              THRU 4005-RAZ-TRANCHE-FIN
              VARYING WS-IND-TRL FROM 1 BY 1
              UNTIL WS-IND-TRL > 4.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'LITIGES OUVERTS AU ' WS-DATE-JOUR ' :'.
           DISPLAY 'LITIGE FACTURE CLIENT     MONTANT DEV OUVERT LE'
                   '  AGE RESPONS. MOTIF'.
           PERFORM 4010-LIGNE-LITIGE-DEB
              THRU 4010-LIGNE-LITIGE-FIN
              VARYING WS-IND-LIT FROM 1 BY 1
              UNTIL WS-IND-LIT > WS-NB-LITIGES.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'TOTAUX EN CONTRE-VALEUR EUROS :'.
           MOVE WS-TRL-MONTANT(1) TO WS-ED-TRANCHE.
           DISPLAY 'LITIGES 0-30 JOURS  : ' WS-TRL-NB(1)
                   ' POUR ' WS-ED-TRANCHE.
           MOVE WS-TRL-MONTANT(2) TO WS-ED-TRANCHE.
           DISPLAY 'LITIGES 31-60 JOURS : ' WS-TRL-NB(2)
                   ' POUR ' WS-ED-TRANCHE.
           MOVE WS-TRL-MONTANT(3) TO WS-ED-TRANCHE.
           DISPLAY 'LITIGES 61-90 JOURS : ' WS-TRL-NB(3)
                   ' POUR ' WS-ED-TRANCHE.
           MOVE WS-TRL-MONTANT(4) TO WS-ED-TRANCHE.
           DISPLAY 'LITIGES +90 JOURS   : ' WS-TRL-NB(4)
                   ' POUR ' WS-ED-TRANCHE.
       4000-BALANCE-LITIGES-FIN.
           EXIT.

       4005-RAZ-TRANCHE-DEB.
           MOVE 0 TO WS-TRL-NB(WS-IND-TRL).
           MOVE 0 TO WS-TRL-MONTANT(WS-IND-TRL).
       4005-RAZ-TRANCHE-FIN.
           EXIT.

       4010-LIGNE-LITIGE-DEB.
           IF WS-LIT-ETAT(WS-IND-LIT) = 'O'
              ADD 1 TO WS-NB-OUVERTS
              COMPUTE WS-JULIEN-OUV =
                      FUNCTION INTEGER-OF-DATE
                      (WS-LIT-OUVERTURE(WS-IND-LIT))
              COMPUTE WS-AGE-JOURS = WS-JULIEN-JOUR - WS-JULIEN-OUV
              EVALUATE TRUE
                 WHEN WS-AGE-JOURS <= 30
                    MOVE 1 TO WS-IND-TRL
                 WHEN WS-AGE-JOURS <= 60
                    MOVE 2 TO WS-IND-TRL
                 WHEN WS-AGE-JOURS <= 90
                    MOVE 3 TO WS-IND-TRL
                 WHEN OTHER
                    MOVE 4 TO WS-IND-TRL
              END-EVALUATE
              MOVE WS-LIT-FACTURE(WS-IND-LIT) TO FS-RGA-NUMERO
              PERFORM 1300-TROUVER-FACTURE-DEB
                 THRU 1300-TROUVER-FACTURE-FIN
              IF WS-IND-FAC-TROUVE > 0
                 COMPUTE WS-MONTANT-EUR ROUNDED =
                         WS-LIT-MONTANT(WS-IND-LIT)
                         * WS-FAC-TAUX(WS-IND-FAC-TROUVE)
              ELSE
                 MOVE WS-LIT-MONTANT(WS-IND-LIT) TO WS-MONTANT-EUR
              END-IF
              ADD 1 TO WS-TRL-NB(WS-IND-TRL)
              ADD WS-MONTANT-EUR TO WS-TRL-MONTANT(WS-IND-TRL)
              MOVE WS-LIT-DEVISE(WS-IND-LIT) TO WS-DEVISE-EDITEE
              IF WS-DEVISE-EDITEE = SPACES
                 MOVE 'EUR' TO WS-DEVISE-EDITEE
              END-IF
              MOVE WS-LIT-MONTANT(WS-IND-LIT) TO WS-ED-MONTANT
              MOVE WS-AGE-JOURS TO WS-ED-AGE
              DISPLAY WS-LIT-NUMERO(WS-IND-LIT) ' '
                      WS-LIT-FACTURE(WS-IND-LIT) '  '
                      WS-LIT-CLIENT(WS-IND-LIT) ' '
                      WS-ED-MONTANT ' ' WS-DEVISE-EDITEE ' '
                      WS-LIT-OUVERTURE(WS-IND-LIT) ' '
                      WS-ED-AGE ' '
                      WS-LIT-RESPONSABLE(WS-IND-LIT) ' '
                      WS-LIT-MOTIF(WS-IND-LIT)
              IF WS-AGE-JOURS > WS-SEUIL-OUBLI
                 ADD 1 TO WS-NB-OUBLIES
                 DISPLAY '   *** LITIGE OUVERT DEPUIS PLUS DE '
                         WS-SEUIL-OUBLI ' JOURS, A RELANCER AUPRES DE '
                         WS-LIT-RESPONSABLE(WS-IND-LIT)
              END-IF
           END-IF.
       4010-LIGNE-LITIGE-FIN.
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
           DISPLAY 'REGISTRE DES LITIGES CLIENTS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'MOUVEMENTS LUS        : ' WS-NB-MVT-LUS.
           DISPLAY 'MOUVEMENTS APPLIQUES  : ' WS-NB-APPLIQUES.
           DISPLAY 'MOUVEMENTS REJETES    : ' WS-NB-REJETES.
           DISPLAY 'AVOIRS DEPOSES        : ' WS-NB-AVOIRS.
           DISPLAY 'LITIGES ECRITS        : ' WS-NB-LIT-ECRITS.
           DISPLAY 'LITIGES OUVERTS       : ' WS-NB-OUVERTS.
           DISPLAY 'LITIGES OUBLIES       : ' WS-NB-OUBLIES.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'LITIGES OUVERTS'    TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-OUVERTS        TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM CMDLITIG.
