       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPAIE.

      *********************************************************
      *     CAMPAGNE DE REGLEMENT DES FOURNISSEURS.
      *
      *     LES FACTURES RAPPROCHEES PAR ACHFACT ATTENDENT AU
      *     GRAND LIVRE DES FOURNISSEURS (FOURNJOURNAL.TXT) ET
      *     ETAIENT REGLEES DEPUIS UN TABLEUR : RIEN DANS CPTE1
      *     NE MONTRAIT CE QUE L'ON DOIT NI CE QUE L'ON A PAYE.
      *     LE PROGRAMME TOURNE EN DEUX PHASES (VARIABLE
      *     PHASEPAIE) :
      *       P = PROPOSITION (PAR DEFAUT) : CHAQUE FACTURE DU
      *           GRAND LIVRE, NETTE DES REGLEMENTS DEJA EMIS
      *           (FOURNREGL.TXT), ECHUE A LA DATE DE LA CAMPAGNE
      *           (VARIABLE DATEPAIE, DATE DU JOUR PAR DEFAUT)
      *           EST PROPOSEE DANS PAIEPROP.TXT. L'ECHEANCE EST
      *           LA DATE DE FACTURE PLUS LE DELAI DE PAIEMENT DE
      *           LA FICHE FOURNISSEUR (FS-FOU-TERME, 30 JOURS A
      *           DEFAUT). LE RESPONSABLE PASSE A 'R' (RETENUE)
      *           LES LIGNES A NE PAS PAYER,
      *       E = EMISSION : LE RESPONSABLE S'IDENTIFIE (SIGNON),
      *           LES LIGNES 'A' DE LA PROPOSITION ENCORE DUES
      *           SONT REGLEES : UN VIREMENT PAR FOURNISSEUR DANS
      *           LE FICHIER BANCAIRE A FORMAT FIXE
      *           (VIREMENTS.TXT : ENTETE, DETAILS, TOTAL), UNE
      *           LIGNE PAR FACTURE DANS FOURNREGL.TXT ET LE LOT
      *           COMPTABLE EQUILIBRE AU FORMAT FMVTCPT (DEBIT DU
      *           COMPTE FOURNISSEURS PAR FOURNISSEUR, CREDIT DU
      *           COMPTE BANQUE POUR LE TOTAL, COMPTES DU REGISTRE
      *           GETPARM CPTFOURN / CPTBANQUE), AFFECTATION
      *           EXTERNE FMVTPAIE A DONNER A CPTPOST SOUS FMVTCPT.
      *     LES AVOIRS FOURNISSEURS (LIGNES 'D' DU GRAND LIVRE,
      *     EMISES PAR ACHRETOU SUR LES RETOURS DE MARCHANDISE)
      *     VIENNENT EN DEDUCTION : A LA PROPOSITION, CHAQUE
      *     AVOIR NON ENCORE IMPUTE EST PROPOSE (TYPE 'D') A
      *     CONCURRENCE DE CE QUI EST A PAYER AU FOURNISSEUR, ET
      *     A L'EMISSION LE VIREMENT EST NET DES AVOIRS IMPUTES
      *     (UNE LIGNE FOURNREGL.TXT PAR AVOIR IMPUTE).
      *     LA REMISE EST NUMEROTEE A LA SUITE DE LA DERNIERE
      *     REMISE DE FOURNREGL.TXT ET SON EMISSION EST
      *     JOURNALISEE DANS FAUDITLOG VIA ERRLOG.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-FOURNISSEURS
              ASSIGN TO "./files/fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FOUR.
           SELECT FIC-JOURNAL-FOURN
              ASSIGN TO "./files/fournjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FJO.
           SELECT FIC-REGL-FOURN
              ASSIGN TO "./files/fournregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FRG.
           SELECT FIC-PROPOSITION
              ASSIGN TO "./files/paieprop.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PROP.
           SELECT FIC-VIREMENTS
              ASSIGN TO "./files/virements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-VIR.
           SELECT FMVT-COMPTES ASSIGN TO FMVTPAIE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTCPT.

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

      * REGLEMENTS EMIS : UNE LIGNE PAR FACTURE ET PAR REMISE.
       FD FIC-REGL-FOURN RECORDING MODE IS F.
       01  FS-ENR-REGL-FOURN.
           05 FS-FRG-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-FRG-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-FRG-NUMERO   PIC X(10).
           05 FILLER PIC X(1).
           05 FS-FRG-MONTANT  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-FRG-REMISE   PIC 9(6).

      * PROPOSITION DE REGLEMENT, DECISION 'A' (A PAYER) OU 'R'
      * (RETENUE) PORTEE PAR LE RESPONSABLE AVANT EMISSION ;
      * TYPE 'F' FACTURE (OU A BLANC) OU 'D' AVOIR A DEDUIRE.
       FD FIC-PROPOSITION RECORDING MODE IS F.
       01  FS-ENR-PROPOSITION.
           05 FS-PRP-DECISION PIC X(1).
           05 FILLER PIC X(1).
           05 FS-PRP-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-PRP-NUMERO   PIC X(10).
           05 FILLER PIC X(1).
           05 FS-PRP-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PRP-ECHEANCE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PRP-MONTANT  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-PRP-TYPE     PIC X(1).

      * FICHIER DE VIREMENTS A FORMAT FIXE (120 CARACTERES) :
      * '01' ENTETE DE REMISE, '02' UN VIREMENT PAR FOURNISSEUR,
      * '09' TOTAL DE CONTROLE. MONTANTS EN CENTIMES.
       FD FIC-VIREMENTS RECORDING MODE IS F.
       01  FS-ENR-VIREMENT.
           05 FS-VIR-TYPE      PIC X(2).
           05 FS-VIR-CORPS     PIC X(118).
       01  FS-ENR-VIR-ENTETE.
           05 FILLER           PIC X(2).
           05 FS-VIE-DATE      PIC 9(8).
           05 FS-VIE-REMISE    PIC 9(6).
           05 FS-VIE-EMETTEUR  PIC X(20).
           05 FILLER           PIC X(84).
       01  FS-ENR-VIR-DETAIL.
           05 FILLER           PIC X(2).
           05 FS-VID-FOURN     PIC X(4).
           05 FS-VID-NOM       PIC X(20).
           05 FS-VID-IBAN      PIC X(34).
           05 FS-VID-BIC       PIC X(11).
           05 FS-VID-MONTANT   PIC 9(11).
           05 FS-VID-REFERENCE PIC X(20).
           05 FILLER           PIC X(18).
       01  FS-ENR-VIR-TOTAL.
           05 FILLER           PIC X(2).
           05 FS-VIT-NOMBRE    PIC 9(6).
           05 FS-VIT-MONTANT   PIC 9(13).
           05 FILLER           PIC X(99).

      *    MEME DECOUPAGE QUE LE FICHIER FMVTCPT DE CPTPOST.
       FD FMVT-COMPTES RECORDING MODE IS F.
       01 FS-ENR-MVT-CPT.
           05 FS-MVC-NUMCPT  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-MVC-SENS    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-MVC-MONTANT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-MVC-PIECE   PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'ACHPAIE'.
       01  WS-STATUS-FOUR   PIC XX.
       01  WS-STATUS-FJO    PIC XX.
       01  WS-STATUS-FRG    PIC XX.
       01  WS-STATUS-PROP   PIC XX.
       01  WS-STATUS-VIR    PIC XX.
       01  WS-STATUS-MVTCPT PIC XX.

       01  WS-DATE-JOUR    PIC 9(8).
       01  WS-DATE-PAIE    PIC 9(8).
       01  WS-ENV-DATE     PIC X(8) VALUE SPACES.
       01  WS-PHASE        PIC X(1) VALUE 'P'.
       01  WS-JULIEN       PIC 9(7).
       01  WS-ECHEANCE     PIC 9(8).
       01  WS-TERME-DEFAUT PIC 9(3) VALUE 30.

      * FICHES FOURNISSEURS : DELAI DE PAIEMENT ET COORDONNEES
      * BANCAIRES.
       01  WS-FOURNISSEURS.
           05 WS-NB-FOURN PIC 9(3) VALUE 0.
           05 WS-FOU OCCURS 50 TIMES.
               10 WS-FOU-CODE    PIC X(4).
               10 WS-FOU-NOM     PIC X(20).
               10 WS-FOU-TERME   PIC 9(3).
               10 WS-FOU-IBAN    PIC X(34).
               10 WS-FOU-BIC     PIC X(11).
               10 WS-FOU-A-PAYER PIC 9(9)V99.
       01  WS-IND-FOU        PIC 9(3).
       01  WS-IND-FOU-TROUVE PIC 9(3).

      * FACTURES ET AVOIRS DU GRAND LIVRE (CUMUL DES LIGNES PAR
      * FOURNISSEUR ET NUMERO), NETS DES REGLEMENTS ET DES
      * IMPUTATIONS DEJA FAITES.
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 999 TIMES.
               10 WS-FAC-TYPE   PIC X(1).
               10 WS-FAC-FOURN  PIC X(4).
               10 WS-FAC-NUMERO PIC X(10).
               10 WS-FAC-DATE   PIC 9(8).
               10 WS-FAC-RESTE  PIC S9(7)V99.
       01  WS-IND-FAC        PIC 9(4).
       01  WS-IND-FAC-TROUVE PIC 9(4).
       01  WS-CLE-FOURN      PIC X(4).
       01  WS-CLE-NUMERO     PIC X(10).

       01  WS-DERNIERE-REMISE PIC 9(6) VALUE 0.
       01  WS-REFERENCE       PIC X(20).
       01  WS-PIECE           PIC X(10).
       01  WS-MONTANT-REGLE   PIC 9(7)V99.
       01  WS-MONTANT-IMPUTE  PIC 9(7)V99.
       01  WS-CENTIMES        PIC 9(11).
       01  WS-MSG-AUDIT       PIC X(40).
       01  WS-ED-MONTANT      PIC ZZZZZZZZ9.99.

      * COMPTES DU LOT DE REGLEMENT, RESOLUS PAR LE REGISTRE
      * CENTRAL GETPARM (VALEURS PAR DEFAUT CI-DESSOUS).
       01  WS-CPT-FOURN    PIC 9(6) VALUE 401000.
       01  WS-CPT-BANQUE   PIC 9(6) VALUE 512000.
       01  WS-EMETTEUR     PIC X(20) VALUE SPACES.
       01  WS-SOUS-PROG-GETPARM PIC X(8) VALUE 'GETPARM'.
       01  WS-LIEN-GETPARM.
           05 WS-LIEN-GETPARM-IN.
               10 WS-LIEN-GETPARM-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-GETPARM-IN-PARAMETRE PIC X(12).
           05 WS-LIEN-GETPARM-OU.
               10 WS-LIEN-GETPARM-OU-VALEUR PIC X(20).
               10 WS-LIEN-GETPARM-OU-CODE-RETOUR PIC X.

       01  WS-COMPTEURS.
           05 WS-NB-PROPOSEES  PIC 9(5) VALUE 0.
           05 WS-NB-RETENUES   PIC 9(5) VALUE 0.
           05 WS-NB-DEJA-REGLEES PIC 9(5) VALUE 0.
           05 WS-NB-REGLEES    PIC 9(5) VALUE 0.
           05 WS-NB-VIREMENTS  PIC 9(5) VALUE 0.
           05 WS-NB-AVOIRS     PIC 9(5) VALUE 0.
       01  WS-TOTAL-PROPOSE PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-REMISE  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CENTIMES PIC 9(13) VALUE 0.

      * HABILITATION DU RESPONSABLE A L'EMISSION, VIA LE
      * SOUS-PROGRAMME COMMUN SIGNON : LA REMISE EST
      * JOURNALISEE A SON NOM DANS FAUDITLOG.
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
       0000-ACHPAIE-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-PHASE FROM ENVIRONMENT "PHASEPAIE"
              ON EXCEPTION
                 MOVE 'P' TO WS-PHASE
           END-ACCEPT.
           IF WS-PHASE NOT = 'E'
              MOVE 'P' TO WS-PHASE
           END-IF.
           ACCEPT WS-ENV-DATE FROM ENVIRONMENT "DATEPAIE"
              ON EXCEPTION
                 MOVE SPACES TO WS-ENV-DATE
           END-ACCEPT.
           IF WS-ENV-DATE = SPACES
              MOVE WS-DATE-JOUR TO WS-DATE-PAIE
           ELSE
              MOVE WS-ENV-DATE TO WS-DATE-PAIE
           END-IF.
           DISPLAY 'PHASE ' WS-PHASE ', ECHEANCES AU ' WS-DATE-PAIE.
           IF WS-PHASE = 'E'
              PERFORM 0005-IDENTIFIER-OPERATEUR-DEB
                 THRU 0005-IDENTIFIER-OPERATEUR-FIN
           END-IF.
           PERFORM 0010-LIRE-PARAMETRES-DEB
              THRU 0010-LIRE-PARAMETRES-FIN.
           PERFORM 1000-CHARGER-FOURNISSEURS-DEB
              THRU 1000-CHARGER-FOURNISSEURS-FIN.
           PERFORM 1100-CHARGER-FACTURES-DEB
              THRU 1100-CHARGER-FACTURES-FIN.
           PERFORM 1200-DEDUIRE-REGLEMENTS-DEB
              THRU 1200-DEDUIRE-REGLEMENTS-FIN.
           IF WS-PHASE = 'P'
              PERFORM 2000-PROPOSER-DEB
                 THRU 2000-PROPOSER-FIN
           ELSE
              PERFORM 3000-EMETTRE-DEB
                 THRU 3000-EMETTRE-FIN
           END-IF.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-ACHPAIE-FIN.
           EXIT.

      * OUVERTURE DE SESSION : LE RESPONSABLE S'IDENTIFIE ET
      * SIGNON VERIFIE SON HABILITATION A EMETTRE LA REMISE.
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

       0010-LIRE-PARAMETRES-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'CPTFOURN'    TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              AND WS-LIEN-GETPARM-OU-VALEUR(1:6) IS NUMERIC
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:6) TO WS-CPT-FOURN
           END-IF.
           MOVE 'CPTBANQUE'   TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              AND WS-LIEN-GETPARM-OU-VALEUR(1:6) IS NUMERIC
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:6) TO WS-CPT-BANQUE
           END-IF.
           MOVE 'EMETTEURVIR' TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              MOVE WS-LIEN-GETPARM-OU-VALEUR TO WS-EMETTEUR
           END-IF.
       0010-LIRE-PARAMETRES-FIN.
           EXIT.

       1000-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT FIC-FOURNISSEURS.
           IF WS-STATUS-FOUR NOT = '00'
              DISPLAY 'FICHIER DES FOURNISSEURS INTROUVABLE, '
                      'AUCUN REGLEMENT POSSIBLE'
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
                 MOVE FS-FOU-CODE TO WS-FOU-CODE(WS-NB-FOURN)
                 MOVE FS-FOU-NOM  TO WS-FOU-NOM(WS-NB-FOURN)
      *          DELAI DE PAIEMENT FACULTATIF (ANCIENNES FICHES).
                 IF FS-FOU-TERME IS NUMERIC
                    MOVE FS-FOU-TERME TO WS-FOU-TERME(WS-NB-FOURN)
                 ELSE
                    MOVE WS-TERME-DEFAUT
                      TO WS-FOU-TERME(WS-NB-FOURN)
                 END-IF
                 MOVE FS-FOU-IBAN TO WS-FOU-IBAN(WS-NB-FOURN)
                 MOVE FS-FOU-BIC  TO WS-FOU-BIC(WS-NB-FOURN)
                 MOVE 0 TO WS-FOU-A-PAYER(WS-NB-FOURN)
              ELSE
                 DISPLAY 'TABLE DES FOURNISSEURS PLEINE (50), '
                         'FOURNISSEUR IGNORE : ' FS-FOU-CODE
              END-IF
           END-IF.
       1010-CHARGER-FOURNISSEUR-FIN.
           EXIT.

       1100-CHARGER-FACTURES-DEB.
           OPEN INPUT FIC-JOURNAL-FOURN.
           IF WS-STATUS-FJO NOT = '00'
              DISPLAY 'GRAND LIVRE DES FOURNISSEURS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1110-CHARGER-LIGNE-DEB
              THRU 1110-CHARGER-LIGNE-FIN
              UNTIL WS-STATUS-FJO NOT = '00'.
           CLOSE FIC-JOURNAL-FOURN.
           DISPLAY WS-NB-FACTURES ' FACTURE(S) AU GRAND LIVRE'.
       1100-CHARGER-FACTURES-FIN.
           EXIT.

      * LES LIGNES D'UNE MEME FACTURE SONT CUMULEES.
       1110-CHARGER-LIGNE-DEB.
           READ FIC-JOURNAL-FOURN
              AT END
                 MOVE '10' TO WS-STATUS-FJO
           END-READ.
           IF WS-STATUS-FJO = '00'
              AND (FS-FJO-TYPE = 'F' OR FS-FJO-TYPE = 'D')
              MOVE FS-FJO-FOURN  TO WS-CLE-FOURN
              MOVE FS-FJO-NUMERO TO WS-CLE-NUMERO
              PERFORM 1300-TROUVER-FACTURE-DEB
                 THRU 1300-TROUVER-FACTURE-FIN
              IF WS-IND-FAC-TROUVE = 0
                 IF WS-NB-FACTURES < 999
                    ADD 1 TO WS-NB-FACTURES
                    MOVE FS-FJO-TYPE
                      TO WS-FAC-TYPE(WS-NB-FACTURES)
                    MOVE FS-FJO-FOURN
                      TO WS-FAC-FOURN(WS-NB-FACTURES)
                    MOVE FS-FJO-NUMERO
                      TO WS-FAC-NUMERO(WS-NB-FACTURES)
                    MOVE FS-FJO-DATE
                      TO WS-FAC-DATE(WS-NB-FACTURES)
                    MOVE 0 TO WS-FAC-RESTE(WS-NB-FACTURES)
                    MOVE WS-NB-FACTURES TO WS-IND-FAC-TROUVE
                 ELSE
                    DISPLAY 'TABLE DES FACTURES PLEINE (999), '
                            'FACTURE IGNOREE : ' FS-FJO-NUMERO
                 END-IF
              END-IF
              IF WS-IND-FAC-TROUVE > 0
                 ADD FS-FJO-MONTANT
                    TO WS-FAC-RESTE(WS-IND-FAC-TROUVE)
              END-IF
           END-IF.
       1110-CHARGER-LIGNE-FIN.
           EXIT.

      * LES REGLEMENTS DEJA EMIS REDUISENT LE RESTE DU ET
      * DONNENT LE DERNIER NUMERO DE REMISE.
       1200-DEDUIRE-REGLEMENTS-DEB.
           OPEN INPUT FIC-REGL-FOURN.
           IF WS-STATUS-FRG = '00'
              PERFORM 1210-DEDUIRE-UN-DEB
                 THRU 1210-DEDUIRE-UN-FIN
                 UNTIL WS-STATUS-FRG NOT = '00'
              CLOSE FIC-REGL-FOURN
           END-IF.
       1200-DEDUIRE-REGLEMENTS-FIN.
           EXIT.

       1210-DEDUIRE-UN-DEB.
           READ FIC-REGL-FOURN
              AT END
                 MOVE '10' TO WS-STATUS-FRG
           END-READ.
           IF WS-STATUS-FRG = '00'
              IF FS-FRG-REMISE > WS-DERNIERE-REMISE
                 MOVE FS-FRG-REMISE TO WS-DERNIERE-REMISE
              END-IF
              MOVE FS-FRG-FOURN  TO WS-CLE-FOURN
              MOVE FS-FRG-NUMERO TO WS-CLE-NUMERO
              PERFORM 1300-TROUVER-FACTURE-DEB
                 THRU 1300-TROUVER-FACTURE-FIN
              IF WS-IND-FAC-TROUVE > 0
                 SUBTRACT FS-FRG-MONTANT
                    FROM WS-FAC-RESTE(WS-IND-FAC-TROUVE)
              END-IF
           END-IF.
       1210-DEDUIRE-UN-FIN.
           EXIT.

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
           IF WS-FAC-FOURN(WS-IND-FAC) = WS-CLE-FOURN
              AND WS-FAC-NUMERO(WS-IND-FAC) = WS-CLE-NUMERO
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       1310-CHERCHER-FACTURE-FIN.
           EXIT.

       1400-TROUVER-FOURNISSEUR-DEB.
           MOVE 0 TO WS-IND-FOU-TROUVE.
           PERFORM 1410-CHERCHER-FOURNISSEUR-DEB
              THRU 1410-CHERCHER-FOURNISSEUR-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN
              OR WS-IND-FOU-TROUVE > 0.
       1400-TROUVER-FOURNISSEUR-FIN.
           EXIT.

       1410-CHERCHER-FOURNISSEUR-DEB.
           IF WS-FOU-CODE(WS-IND-FOU) = WS-CLE-FOURN
              MOVE WS-IND-FOU TO WS-IND-FOU-TROUVE
           END-IF.
       1410-CHERCHER-FOURNISSEUR-FIN.
           EXIT.

      *****************************************************
      * PHASE P : PROPOSITION DES FACTURES ECHUES.
      *****************************************************
       2000-PROPOSER-DEB.
           OPEN OUTPUT FIC-PROPOSITION.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PROPOSITION DE REGLEMENT AU ' WS-DATE-PAIE ' :'.
           PERFORM 2010-PROPOSER-FACTURE-DEB
              THRU 2010-PROPOSER-FACTURE-FIN
              VARYING WS-IND-FAC FROM 1 BY 1
              UNTIL WS-IND-FAC > WS-NB-FACTURES.
           PERFORM 2020-PROPOSER-AVOIR-DEB
              THRU 2020-PROPOSER-AVOIR-FIN
              VARYING WS-IND-FAC FROM 1 BY 1
              UNTIL WS-IND-FAC > WS-NB-FACTURES.
           CLOSE FIC-PROPOSITION.
           DISPLAY '---------------------------------------------'.
           PERFORM 2100-TOTAL-FOURNISSEUR-DEB
              THRU 2100-TOTAL-FOURNISSEUR-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN.
           MOVE WS-TOTAL-PROPOSE TO WS-ED-MONTANT.
           DISPLAY 'TOTAL PROPOSE : ' WS-ED-MONTANT.
           DISPLAY 'PASSER A R LES LIGNES DE PAIEPROP.TXT A NE PAS '
                   'PAYER, PUIS RELANCER AVEC PHASEPAIE=E'.
       2000-PROPOSER-FIN.
           EXIT.

       2010-PROPOSER-FACTURE-DEB.
           IF WS-FAC-RESTE(WS-IND-FAC) > 0
              AND WS-FAC-TYPE(WS-IND-FAC) = 'F'
              MOVE WS-FAC-FOURN(WS-IND-FAC) TO WS-CLE-FOURN
              PERFORM 1400-TROUVER-FOURNISSEUR-DEB
                 THRU 1400-TROUVER-FOURNISSEUR-FIN
              IF WS-IND-FOU-TROUVE = 0
                 DISPLAY 'FACTURE ' WS-FAC-NUMERO(WS-IND-FAC)
                         ' : FOURNISSEUR ' WS-CLE-FOURN
                         ' ABSENT DU FICHIER, NON PROPOSEE'
              ELSE
                 COMPUTE WS-JULIEN =
                         FUNCTION INTEGER-OF-DATE
                         (WS-FAC-DATE(WS-IND-FAC))
                         + WS-FOU-TERME(WS-IND-FOU-TROUVE)
                 COMPUTE WS-ECHEANCE =
                         FUNCTION DATE-OF-INTEGER(WS-JULIEN)
                 IF WS-ECHEANCE <= WS-DATE-PAIE
                    ADD 1 TO WS-NB-PROPOSEES
                    ADD WS-FAC-RESTE(WS-IND-FAC) TO WS-TOTAL-PROPOSE
                    ADD WS-FAC-RESTE(WS-IND-FAC)
                       TO WS-FOU-A-PAYER(WS-IND-FOU-TROUVE)
                    MOVE SPACES TO FS-ENR-PROPOSITION
                    MOVE 'A'                      TO FS-PRP-DECISION
                    MOVE WS-FAC-FOURN(WS-IND-FAC) TO FS-PRP-FOURN
                    MOVE WS-FAC-NUMERO(WS-IND-FAC) TO FS-PRP-NUMERO
                    MOVE WS-FAC-DATE(WS-IND-FAC)  TO FS-PRP-DATE
                    MOVE WS-ECHEANCE              TO FS-PRP-ECHEANCE
                    MOVE WS-FAC-RESTE(WS-IND-FAC) TO FS-PRP-MONTANT
                    MOVE 'F'                      TO FS-PRP-TYPE
                    WRITE FS-ENR-PROPOSITION
                    MOVE WS-FAC-RESTE(WS-IND-FAC) TO WS-ED-MONTANT
                    DISPLAY WS-FAC-FOURN(WS-IND-FAC) ' FACTURE '
                            WS-FAC-NUMERO(WS-IND-FAC) ' ECHUE LE '
                            WS-ECHEANCE ' : ' WS-ED-MONTANT
                 END-IF
              END-IF
           END-IF.
       2010-PROPOSER-FACTURE-FIN.
           EXIT.

      * UN AVOIR N'EST PROPOSE QU'A CONCURRENCE DE CE QUI EST A
      * PAYER AU FOURNISSEUR DANS CETTE CAMPAGNE ; LE SOLDE
      * ATTEND LA CAMPAGNE SUIVANTE.
       2020-PROPOSER-AVOIR-DEB.
           IF WS-FAC-RESTE(WS-IND-FAC) > 0
              AND WS-FAC-TYPE(WS-IND-FAC) = 'D'
              MOVE WS-FAC-FOURN(WS-IND-FAC) TO WS-CLE-FOURN
              PERFORM 1400-TROUVER-FOURNISSEUR-DEB
                 THRU 1400-TROUVER-FOURNISSEUR-FIN
              IF WS-IND-FOU-TROUVE > 0
                 IF WS-FOU-A-PAYER(WS-IND-FOU-TROUVE) > 0
                    IF WS-FAC-RESTE(WS-IND-FAC)
                       < WS-FOU-A-PAYER(WS-IND-FOU-TROUVE)
                       MOVE WS-FAC-RESTE(WS-IND-FAC)
                         TO WS-MONTANT-IMPUTE
                    ELSE
                       MOVE WS-FOU-A-PAYER(WS-IND-FOU-TROUVE)
                         TO WS-MONTANT-IMPUTE
                    END-IF
                    SUBTRACT WS-MONTANT-IMPUTE
                       FROM WS-FOU-A-PAYER(WS-IND-FOU-TROUVE)
                    SUBTRACT WS-MONTANT-IMPUTE FROM WS-TOTAL-PROPOSE
                    ADD 1 TO WS-NB-AVOIRS
                    MOVE SPACES TO FS-ENR-PROPOSITION
                    MOVE 'A'                      TO FS-PRP-DECISION
                    MOVE WS-FAC-FOURN(WS-IND-FAC) TO FS-PRP-FOURN
                    MOVE WS-FAC-NUMERO(WS-IND-FAC) TO FS-PRP-NUMERO
                    MOVE WS-FAC-DATE(WS-IND-FAC)  TO FS-PRP-DATE
                    MOVE WS-DATE-PAIE             TO FS-PRP-ECHEANCE
                    MOVE WS-MONTANT-IMPUTE        TO FS-PRP-MONTANT
                    MOVE 'D'                      TO FS-PRP-TYPE
                    WRITE FS-ENR-PROPOSITION
                    MOVE WS-MONTANT-IMPUTE TO WS-ED-MONTANT
                    DISPLAY WS-FAC-FOURN(WS-IND-FAC) ' AVOIR   '
                            WS-FAC-NUMERO(WS-IND-FAC)
                            ' A DEDUIRE      : -' WS-ED-MONTANT
                 END-IF
              END-IF
           END-IF.
       2020-PROPOSER-AVOIR-FIN.
           EXIT.

       2100-TOTAL-FOURNISSEUR-DEB.
           IF WS-FOU-A-PAYER(WS-IND-FOU) > 0
              MOVE WS-FOU-A-PAYER(WS-IND-FOU) TO WS-ED-MONTANT
              DISPLAY 'A PAYER A ' WS-FOU-CODE(WS-IND-FOU) ' '
                      WS-FOU-NOM(WS-IND-FOU) ' : ' WS-ED-MONTANT
           END-IF.
       2100-TOTAL-FOURNISSEUR-FIN.
           EXIT.

      *****************************************************
      * PHASE E : EMISSION DE LA REMISE APPROUVEE.
      *****************************************************
       3000-EMETTRE-DEB.
           OPEN INPUT FIC-PROPOSITION.
           IF WS-STATUS-PROP NOT = '00'
              DISPLAY 'AUCUNE PROPOSITION DE REGLEMENT A EMETTRE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           ADD 1 TO WS-DERNIERE-REMISE.
           OPEN EXTEND FIC-REGL-FOURN.
           IF WS-STATUS-FRG NOT = '00'
              OPEN OUTPUT FIC-REGL-FOURN
           END-IF.
           PERFORM 3010-UNE-PROPOSITION-DEB
              THRU 3010-UNE-PROPOSITION-FIN
              UNTIL WS-STATUS-PROP NOT = '00'.
           CLOSE FIC-PROPOSITION.
           CLOSE FIC-REGL-FOURN.
           IF WS-NB-REGLEES = 0
              DISPLAY 'AUCUNE FACTURE A REGLER, PAS DE REMISE'
           ELSE
              PERFORM 3100-ECRIRE-VIREMENTS-DEB
                 THRU 3100-ECRIRE-VIREMENTS-FIN
              PERFORM 3200-ECRIRE-LOT-COMPTABLE-DEB
                 THRU 3200-ECRIRE-LOT-COMPTABLE-FIN
              MOVE SPACES TO WS-MSG-AUDIT
              MOVE WS-TOTAL-REMISE TO WS-ED-MONTANT
              STRING 'REMISE VIR ' WS-DERNIERE-REMISE ' '
                     WS-ED-MONTANT
                     DELIMITED BY SIZE INTO WS-MSG-AUDIT
              END-STRING
              PERFORM 8000-JOURNALISER-DEB
                 THRU 8000-JOURNALISER-FIN
           END-IF.
       3000-EMETTRE-FIN.
           EXIT.

      * UNE LIGNE APPROUVEE N'EST REGLEE QUE POUR CE QUI RESTE
      * DU AU GRAND LIVRE : UNE PROPOSITION EMISE DEUX FOIS NE
      * PAIE PAS DEUX FOIS.
       3010-UNE-PROPOSITION-DEB.
           READ FIC-PROPOSITION
              AT END
                 MOVE '10' TO WS-STATUS-PROP
           END-READ.
           IF WS-STATUS-PROP = '00'
              IF FS-PRP-DECISION NOT = 'A'
                 ADD 1 TO WS-NB-RETENUES
              ELSE
                 MOVE FS-PRP-FOURN  TO WS-CLE-FOURN
                 MOVE FS-PRP-NUMERO TO WS-CLE-NUMERO
                 PERFORM 1300-TROUVER-FACTURE-DEB
                    THRU 1300-TROUVER-FACTURE-FIN
                 PERFORM 1400-TROUVER-FOURNISSEUR-DEB
                    THRU 1400-TROUVER-FOURNISSEUR-FIN
                 IF WS-IND-FAC-TROUVE = 0
                    OR WS-IND-FOU-TROUVE = 0
                    ADD 1 TO WS-NB-DEJA-REGLEES
                 ELSE
                    IF WS-FAC-RESTE(WS-IND-FAC-TROUVE) NOT > 0
                       ADD 1 TO WS-NB-DEJA-REGLEES
                       DISPLAY 'FACTURE ' FS-PRP-NUMERO ' DE '
                               FS-PRP-FOURN ' DEJA REGLEE'
                    ELSE
                       IF FS-PRP-TYPE = 'D'
                          PERFORM 3030-IMPUTER-AVOIR-DEB
                             THRU 3030-IMPUTER-AVOIR-FIN
                       ELSE
                          PERFORM 3020-REGLER-FACTURE-DEB
                             THRU 3020-REGLER-FACTURE-FIN
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       3010-UNE-PROPOSITION-FIN.
           EXIT.

       3020-REGLER-FACTURE-DEB.
           IF FS-PRP-MONTANT < WS-FAC-RESTE(WS-IND-FAC-TROUVE)
              MOVE FS-PRP-MONTANT TO WS-MONTANT-REGLE
           ELSE
              MOVE WS-FAC-RESTE(WS-IND-FAC-TROUVE)
                TO WS-MONTANT-REGLE
           END-IF.
           SUBTRACT WS-MONTANT-REGLE
              FROM WS-FAC-RESTE(WS-IND-FAC-TROUVE).
           ADD WS-MONTANT-REGLE TO WS-FOU-A-PAYER(WS-IND-FOU-TROUVE).
           ADD WS-MONTANT-REGLE TO WS-TOTAL-REMISE.
           ADD 1 TO WS-NB-REGLEES.
           MOVE SPACES TO FS-ENR-REGL-FOURN.
           MOVE WS-DATE-JOUR       TO FS-FRG-DATE.
           MOVE FS-PRP-FOURN       TO FS-FRG-FOURN.
           MOVE FS-PRP-NUMERO      TO FS-FRG-NUMERO.
           MOVE WS-MONTANT-REGLE   TO FS-FRG-MONTANT.
           MOVE WS-DERNIERE-REMISE TO FS-FRG-REMISE.
           WRITE FS-ENR-REGL-FOURN.
       3020-REGLER-FACTURE-FIN.
           EXIT.

      * L'AVOIR EST IMPUTE SUR LE VIREMENT DU FOURNISSEUR, SANS
      * JAMAIS LE RENDRE NEGATIF (LES FACTURES SONT EN TETE DE
      * LA PROPOSITION, LES AVOIRS A LA SUITE).
       3030-IMPUTER-AVOIR-DEB.
           MOVE FS-PRP-MONTANT TO WS-MONTANT-IMPUTE.
           IF WS-FAC-RESTE(WS-IND-FAC-TROUVE) < WS-MONTANT-IMPUTE
              MOVE WS-FAC-RESTE(WS-IND-FAC-TROUVE)
                TO WS-MONTANT-IMPUTE
           END-IF.
           IF WS-FOU-A-PAYER(WS-IND-FOU-TROUVE) < WS-MONTANT-IMPUTE
              MOVE WS-FOU-A-PAYER(WS-IND-FOU-TROUVE)
                TO WS-MONTANT-IMPUTE
           END-IF.
           IF WS-MONTANT-IMPUTE = 0
              DISPLAY 'AVOIR ' FS-PRP-NUMERO ' DE ' FS-PRP-FOURN
                      ' NON IMPUTE, RIEN A PAYER A CE FOURNISSEUR'
           ELSE
              SUBTRACT WS-MONTANT-IMPUTE
                 FROM WS-FAC-RESTE(WS-IND-FAC-TROUVE)
              SUBTRACT WS-MONTANT-IMPUTE
                 FROM WS-FOU-A-PAYER(WS-IND-FOU-TROUVE)
              SUBTRACT WS-MONTANT-IMPUTE FROM WS-TOTAL-REMISE
              ADD 1 TO WS-NB-AVOIRS
              MOVE SPACES TO FS-ENR-REGL-FOURN
              MOVE WS-DATE-JOUR       TO FS-FRG-DATE
              MOVE FS-PRP-FOURN       TO FS-FRG-FOURN
              MOVE FS-PRP-NUMERO      TO FS-FRG-NUMERO
              MOVE WS-MONTANT-IMPUTE  TO FS-FRG-MONTANT
              MOVE WS-DERNIERE-REMISE TO FS-FRG-REMISE
              WRITE FS-ENR-REGL-FOURN
           END-IF.
       3030-IMPUTER-AVOIR-FIN.
           EXIT.

       3100-ECRIRE-VIREMENTS-DEB.
           OPEN OUTPUT FIC-VIREMENTS.
           MOVE SPACES TO FS-ENR-VIR-ENTETE.
           MOVE '01'               TO FS-VIR-TYPE.
           MOVE WS-DATE-JOUR       TO FS-VIE-DATE.
           MOVE WS-DERNIERE-REMISE TO FS-VIE-REMISE.
           MOVE WS-EMETTEUR        TO FS-VIE-EMETTEUR.
           WRITE FS-ENR-VIR-ENTETE.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'REMISE DE VIREMENTS ' WS-DERNIERE-REMISE ' :'.
           PERFORM 3110-UN-VIREMENT-DEB
              THRU 3110-UN-VIREMENT-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN.
           MOVE SPACES TO FS-ENR-VIR-TOTAL.
           MOVE '09'              TO FS-VIR-TYPE.
           MOVE WS-NB-VIREMENTS   TO FS-VIT-NOMBRE.
           MOVE WS-TOTAL-CENTIMES TO FS-VIT-MONTANT.
           WRITE FS-ENR-VIR-TOTAL.
           CLOSE FIC-VIREMENTS.
       3100-ECRIRE-VIREMENTS-FIN.
           EXIT.

       3110-UN-VIREMENT-DEB.
           IF WS-FOU-A-PAYER(WS-IND-FOU) > 0
              ADD 1 TO WS-NB-VIREMENTS
              COMPUTE WS-CENTIMES = WS-FOU-A-PAYER(WS-IND-FOU) * 100
              ADD WS-CENTIMES TO WS-TOTAL-CENTIMES
              MOVE SPACES TO WS-REFERENCE
              STRING 'REMISE ' WS-DERNIERE-REMISE
                     DELIMITED BY SIZE INTO WS-REFERENCE
              END-STRING
              MOVE SPACES TO FS-ENR-VIR-DETAIL
              MOVE '02'                     TO FS-VIR-TYPE
              MOVE WS-FOU-CODE(WS-IND-FOU)  TO FS-VID-FOURN
              MOVE WS-FOU-NOM(WS-IND-FOU)   TO FS-VID-NOM
              MOVE WS-FOU-IBAN(WS-IND-FOU)  TO FS-VID-IBAN
              MOVE WS-FOU-BIC(WS-IND-FOU)   TO FS-VID-BIC
              MOVE WS-CENTIMES              TO FS-VID-MONTANT
              MOVE WS-REFERENCE             TO FS-VID-REFERENCE
              WRITE FS-ENR-VIR-DETAIL
              MOVE WS-FOU-A-PAYER(WS-IND-FOU) TO WS-ED-MONTANT
              DISPLAY 'VIREMENT ' WS-FOU-CODE(WS-IND-FOU) ' '
                      WS-FOU-NOM(WS-IND-FOU) ' : ' WS-ED-MONTANT
              IF WS-FOU-IBAN(WS-IND-FOU) = SPACES
                 DISPLAY '   *** IBAN ABSENT DE LA FICHE, VIREMENT '
                         'A COMPLETER AVANT ENVOI'
              END-IF
           END-IF.
       3110-UN-VIREMENT-FIN.
           EXIT.

      * LOT EQUILIBRE PAR CONSTRUCTION : UN DEBIT DU COMPTE
      * FOURNISSEURS PAR VIREMENT, UN CREDIT BANQUE DU TOTAL.
       3200-ECRIRE-LOT-COMPTABLE-DEB.
           OPEN OUTPUT FMVT-COMPTES.
           MOVE SPACES TO WS-PIECE.
           STRING 'VIR' WS-DERNIERE-REMISE
                  DELIMITED BY SIZE INTO WS-PIECE
           END-STRING.
           PERFORM 3210-DEBIT-FOURNISSEUR-DEB
              THRU 3210-DEBIT-FOURNISSEUR-FIN
              VARYING WS-IND-FOU FROM 1 BY 1
              UNTIL WS-IND-FOU > WS-NB-FOURN.
           MOVE SPACES TO FS-ENR-MVT-CPT.
           MOVE WS-CPT-BANQUE   TO FS-MVC-NUMCPT.
           MOVE 'C'             TO FS-MVC-SENS.
           MOVE WS-TOTAL-REMISE TO FS-MVC-MONTANT.
           MOVE WS-PIECE        TO FS-MVC-PIECE.
           WRITE FS-ENR-MVT-CPT.
           CLOSE FMVT-COMPTES.
           DISPLAY 'LOT COMPTABLE ' WS-PIECE ' ECRIT (FMVTPAIE), '
                   'A IMPUTER PAR CPTPOST'.
       3200-ECRIRE-LOT-COMPTABLE-FIN.
           EXIT.

       3210-DEBIT-FOURNISSEUR-DEB.
           IF WS-FOU-A-PAYER(WS-IND-FOU) > 0
              MOVE SPACES TO FS-ENR-MVT-CPT
              MOVE WS-CPT-FOURN               TO FS-MVC-NUMCPT
              MOVE 'D'                        TO FS-MVC-SENS
              MOVE WS-FOU-A-PAYER(WS-IND-FOU) TO FS-MVC-MONTANT
              MOVE WS-PIECE                   TO FS-MVC-PIECE
              WRITE FS-ENR-MVT-CPT
           END-IF.
       3210-DEBIT-FOURNISSEUR-FIN.
           EXIT.

       8000-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'          TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES       TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO         TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE 'I'          TO WS-LIEN-ERRLOG-IN-SEVERITE.
           MOVE WS-MSG-AUDIT TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       8000-JOURNALISER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'REGLEMENT DES FOURNISSEURS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           IF WS-PHASE = 'P'
              DISPLAY 'FACTURES PROPOSEES  : ' WS-NB-PROPOSEES
              DISPLAY 'AVOIRS A DEDUIRE    : ' WS-NB-AVOIRS
           ELSE
              DISPLAY 'FACTURES REGLEES    : ' WS-NB-REGLEES
              DISPLAY 'AVOIRS IMPUTES      : ' WS-NB-AVOIRS
              DISPLAY 'LIGNES RETENUES     : ' WS-NB-RETENUES
              DISPLAY 'DEJA REGLEES        : ' WS-NB-DEJA-REGLEES
              DISPLAY 'VIREMENTS EMIS      : ' WS-NB-VIREMENTS
              MOVE WS-TOTAL-REMISE TO WS-ED-MONTANT
              DISPLAY 'MONTANT DE LA REMISE: ' WS-ED-MONTANT
              MOVE WS-PROGRAM-ID     TO WS-LIEN-RECAPJR-IN-PROGRAMME
              MOVE 'VIREMENTS FOURN'  TO WS-LIEN-RECAPJR-IN-LIBELLE
              MOVE WS-NB-VIREMENTS   TO WS-LIEN-RECAPJR-IN-VALEUR
              CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR
           END-IF.
           DISPLAY '***********************************'.
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

       END PROGRAM ACHPAIE.
