       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRESOPRV.

      *===============================================================*
      *     PREVISION DE TRESORERIE GLISSANTE SUR TREIZE SEMAINES.    *
      *                                                               *
      *     CHAQUE CHAINE CONNAIT SES ENCAISSEMENTS ET DECAISSEMENTS  *
      *     A VENIR, PERSONNE NE LES ADDITIONNAIT. CE PROGRAMME LES   *
      *     CUMULE PAR SEMAINE (LA SEMAINE 1 COMMENCE LE JOUR DU      *
      *     RUN, VARIABLE RUNDATE OU DATE DU JOUR) :                  *
      *       - CLIENTS : FACTURES DE FACTJOURNAL.TXT NETTES DES      *
      *         REGLEMENTS DE FACTREGL.TXT, ATTENDUES A LA DATE DE    *
      *         FACTURE PLUS LE DELAI DE PAIEMENT HISTORIQUE DU       *
      *         CLIENT (MOYENNE DES DELAIS DE SES REGLEMENTS PASSES,  *
      *         PONDEREE PAR LES MONTANTS ; SANS HISTORIQUE, DELAICLI *
      *         JOURS, DEFAUT 030),                                   *
      *       - ABONNES DU PARKING : RESTES DUS DE PARKABOFACT.TXT,   *
      *         ATTENDUS LE 10 DU MOIS SUIVANT LE MOIS FACTURE,       *
      *       - RESERVATIONS : ECHEANCIER DES ACOMPTES ET SOLDES      *
      *         DEPOSE PAR RESAPAIE (RESAECHE.TXT), CONVERTI EN       *
      *         EUROS AU COURS DU JOUR (COURS TENUS PAR INDEXREC),    *
      *       - FOURNISSEURS : FACTURES ET AVOIRS DE FOURNJOURNAL.TXT *
      *         NETS DE FOURNREGL.TXT, A ECHEANCE DATE DE FACTURE     *
      *         PLUS LE TERME DE LA FICHE FOURNISSEUR (30 JOURS A     *
      *         DEFAUT), COMME ACHPAIE.                               *
      *     UNE SOMME DEJA ECHUE TOMBE EN SEMAINE 1. LE SOLDE         *
      *     D'OUVERTURE EST LE SOLDE CPTE1 DU COMPTE BANQUE (COMPTBQ, *
      *     A DEFAUT 512000) ; LE SOLDE DE CLOTURE DE CHAQUE SEMAINE  *
      *     EST LE SOLDE PRECEDENT PLUS LES ENTREES MOINS LES         *
      *     SORTIES. LES SOMMES AU-DELA DE LA TREIZIEME SEMAINE SONT  *
      *     TOTALISEES A PART ; UNE RESERVATION DANS UNE DEVISE SANS  *
      *     COURS EST SIGNALEE ET ECARTEE.                            *
      *===============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-JOURNAL-FACT
              ASSIGN TO "./files/factjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JRF.
           SELECT FIC-REGL-APPLIQUES
              ASSIGN TO "./files/factregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RGA.
           SELECT FIC-FACTURES-ABO
              ASSIGN TO "./files/parkabofact.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ABO.
           SELECT FIC-ECHEANCES-RESA
              ASSIGN TO "./files/resaeche.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ECH.
           SELECT FIC-DEVISES ASSIGN TO DEVISES
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-DEV.
           SELECT FIC-FOURNISSEURS
              ASSIGN TO "./files/fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FOU.
           SELECT FIC-JOURNAL-FOURN
              ASSIGN TO "./files/fournjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FJO.
           SELECT FIC-REGL-FOURN
              ASSIGN TO "./files/fournregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FRG.
       DATA DIVISION.
       FILE SECTION.
      *    MONTANTS HISTORIQUES EN EUROS (CONTRE-VALEUR POUR UNE
      *    FACTURE EN DEVISE, VOIR CMDFACT ET CMDENCAI).
       FD FIC-JOURNAL-FACT.
       01 FS-ENR-JRN-FACT.
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
       FD FIC-REGL-APPLIQUES.
       01 FS-ENR-RGA.
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
       FD FIC-FACTURES-ABO.
       01 FS-ENR-FACT-ABO.
          05 FS-ABO-MOIS     PIC 9(6).
          05 FILLER PIC X(1).
          05 FS-ABO-NUMERO   PIC 9(4).
          05 FILLER PIC X(1).
          05 FS-ABO-IMMAT    PIC X(10).
          05 FILLER PIC X(1).
          05 FS-ABO-MONTANT  PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 FS-ABO-REGLE    PIC 9(5)V99.
          05 FILLER PIC X(1).
          05 FS-ABO-ETAT     PIC X(1).
          05 FILLER PIC X(1).
          05 FS-ABO-SITE     PIC X(2).
       FD FIC-ECHEANCES-RESA.
       01 FS-ENR-ECHEANCE.
          05 FS-ECH-DATE    PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-ECH-TYPE    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-ECH-CLIENT  PIC X(30).
          05 FILLER PIC X(1).
          05 FS-ECH-DEST    PIC X(20).
          05 FILLER PIC X(1).
          05 FS-ECH-MONTANT PIC 9(8)V99.
          05 FILLER PIC X(1).
          05 FS-ECH-DEVISE  PIC X(3).
       FD FIC-DEVISES.
       01 FS-ENR-DEVISE.
          05 FS-DEV-CODE PIC X(3).
          05 FILLER      PIC X(1).
          05 FS-DEV-TAUX PIC 9(3)V9(6).
       FD FIC-FOURNISSEURS.
       01 FS-ENR-FOURNISSEUR.
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
       FD FIC-JOURNAL-FOURN.
       01 FS-ENR-JRN-FOURN.
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
       FD FIC-REGL-FOURN.
       01 FS-ENR-REGL-FOURN.
          05 FS-FRG-DATE     PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-FRG-FOURN    PIC X(4).
          05 FILLER PIC X(1).
          05 FS-FRG-NUMERO   PIC X(10).
          05 FILLER PIC X(1).
          05 FS-FRG-MONTANT  PIC 9(7)V99.
          05 FILLER PIC X(1).
          05 FS-FRG-REMISE   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-SQLCODE            PIC -(6)9.
       01 WS-PROGRAM-ID         PIC X(8) VALUE 'TRESOPRV'.
       01 WS-FS-JRF             PIC XX.
       01 WS-FS-RGA             PIC XX.
       01 WS-FS-ABO             PIC XX.
       01 WS-FS-ECH             PIC XX.
       01 WS-FS-DEV             PIC XX.
       01 WS-FS-FOU             PIC XX.
       01 WS-FS-FJO             PIC XX.
       01 WS-FS-FRG             PIC XX.

       01 WS-COMPTE-SAISI       PIC X(6).
       01 WS-COMPTE-BANQUE      PIC 9(6) VALUE 512000.
       01 WS-DELAI-SAISI        PIC X(3).
       01 WS-DELAI-DEFAUT       PIC 9(3) VALUE 30.
       01 WS-TERME-DEFAUT       PIC 9(3) VALUE 30.
       01 WS-RUN-DATE           PIC X(8).
       01 WS-JOUR-DU-JOUR       PIC 9(8).
       01 WS-JULIEN-JOUR        PIC 9(7).
       01 WS-JULIEN             PIC 9(7).
       01 WS-ECHEANCE           PIC 9(8).
       01 WS-ECHEANCE-R REDEFINES WS-ECHEANCE.
          05 WS-ECH-AAAA        PIC 9(4).
          05 WS-ECH-MM          PIC 9(2).
          05 WS-ECH-JJ          PIC 9(2).
       01 WS-ECART-JOURS        PIC S9(5).
       01 WS-SEMAINE            PIC 9(3).

      * FACTURES CLIENTS EN MEMOIRE, RESTE DU EN EUROS.
       01 WS-FACTURES.
          05 WS-NB-FAC PIC 9(4) VALUE 0.
          05 WS-FAC OCCURS 2000 TIMES.
             10 WS-FAC-NUMERO   PIC 9(6).
             10 WS-FAC-DATE     PIC 9(8).
             10 WS-FAC-CLIENT   PIC 9(5).
             10 WS-FAC-RESTE    PIC S9(7)V99.
       01 WS-IND-FAC            PIC 9(4).
       01 WS-FAC-TROUVEE        PIC 9(4).

      * DELAI DE PAIEMENT HISTORIQUE PAR CLIENT : SOMME DES
      * JOURS X MONTANT REGLE, ET SOMME DES MONTANTS REGLES.
       01 WS-DELAIS.
          05 WS-NB-DLC PIC 9(4) VALUE 0.
          05 WS-DLC OCCURS 1000 TIMES.
             10 WS-DLC-CLIENT   PIC 9(5).
             10 WS-DLC-PONDERE  PIC S9(13)V99.
             10 WS-DLC-MONTANT  PIC 9(11)V99.
       01 WS-IND-DLC            PIC 9(4).
       01 WS-DLC-TROUVE         PIC 9(4).
       01 WS-DELAI-CLIENT       PIC 9(3).
       01 WS-NB-CLI-HISTO       PIC 9(4) VALUE ZERO.

      * COURS DU JOUR PAR DEVISE (EUROS POUR UNE UNITE).
       01 WS-COURS.
          05 WS-NB-CRS PIC 99 VALUE 0.
          05 WS-CRS OCCURS 20 TIMES.
             10 WS-CRS-CODE     PIC X(3).
             10 WS-CRS-TAUX     PIC 9(3)V9(6).
       01 WS-IND-CRS            PIC 99.
       01 WS-TAUX-RETENU        PIC 9(3)V9(6).

      * FOURNISSEURS (TERME DE PAIEMENT) ET FACTURES/AVOIRS DU
      * GRAND LIVRE, RESTE DU NET DES REGLEMENTS EMIS.
       01 WS-FOURNISSEURS.
          05 WS-NB-FOU PIC 9(3) VALUE 0.
          05 WS-FOU OCCURS 200 TIMES.
             10 WS-FOU-CODE     PIC X(4).
             10 WS-FOU-TERME    PIC 9(3).
       01 WS-IND-FOU            PIC 9(3).
       01 WS-FOU-TROUVE         PIC 9(3).
       01 WS-FACTURES-FOURN.
          05 WS-NB-FFO PIC 9(4) VALUE 0.
          05 WS-FFO OCCURS 2000 TIMES.
             10 WS-FFO-TYPE     PIC X(1).
             10 WS-FFO-FOURN    PIC X(4).
             10 WS-FFO-NUMERO   PIC X(10).
             10 WS-FFO-DATE     PIC 9(8).
             10 WS-FFO-RESTE    PIC S9(7)V99.
       01 WS-IND-FFO            PIC 9(4).
       01 WS-FFO-TROUVEE        PIC 9(4).

      * PREVISION PAR SEMAINE ; LE RANG 14 CUMULE CE QUI TOMBE
      * AU-DELA DE LA TREIZIEME SEMAINE.
       01 WS-PREVISION.
          05 WS-SEM OCCURS 14 TIMES.
             10 WS-SEM-DEBUT    PIC 9(8).
             10 WS-SEM-CLIENTS  PIC S9(11)V99.
             10 WS-SEM-PARKING  PIC S9(11)V99.
             10 WS-SEM-RESA     PIC S9(11)V99.
             10 WS-SEM-FOURN    PIC S9(11)V99.
             10 WS-SEM-NET      PIC S9(11)V99.
             10 WS-SEM-SOLDE    PIC S9(11)V99.
       01 WS-IND-SEM            PIC 9(3).
       01 WS-MONTANT            PIC S9(11)V99.

       01 WS-NUMCPT             PIC S9(6)    COMP-3.
       01 WS-SOLDE              PIC S9(9)V99 COMP-3.
       01 WS-STATUT             PIC X(1).
       01 WS-SOLDE-COURANT      PIC S9(11)V99.

       01 WS-CTR-FAC-OUVERTES   PIC 9(5) VALUE ZERO.
       01 WS-CTR-ABO-IMPAYES    PIC 9(5) VALUE ZERO.
       01 WS-CTR-ECHEANCES      PIC 9(5) VALUE ZERO.
       01 WS-CTR-SANS-COURS     PIC 9(5) VALUE ZERO.
       01 WS-CTR-FOURN-OUVERTES PIC 9(5) VALUE ZERO.
       01 WS-ED-SOLDE           PIC -(9)9.99.
       01 WS-ED-SEM             PIC ZZ9.
       01 WS-ED-CLIENTS         PIC -(7)9.
       01 WS-ED-PARKING         PIC -(7)9.
       01 WS-ED-RESA            PIC -(7)9.
       01 WS-ED-FOURN           PIC -(7)9.
       01 WS-ED-NET             PIC -(7)9.
       01 WS-ED-SOLDE-SEM       PIC -(8)9.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      * TRADUCTION DU CODE ANOMALIE ET JOURNALISATION CENTRALE,
      * MEME CONVENTION D'APPEL QUE LES AUTRES PROGRAMMES DU LOT.
       01 WS-SOUS-PROG-ERRLOG   PIC X(8) VALUE 'ERRLOG'.
       01 WS-LIEN-ERRLOG.
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
       0000-TRESOPRV-DEB.
           DISPLAY '************************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME TRESOPRV              *'.
           DISPLAY '************************************************'.

           EXEC SQL
                SET CURRENT SQLID='ADCDC'
           END-EXEC.

           PERFORM 0010-PARAMETRES-DEB
              THRU 0010-PARAMETRES-FIN.
           PERFORM 0100-INIT-SEMAINES-DEB
              THRU 0100-INIT-SEMAINES-FIN
              VARYING WS-IND-SEM FROM 1 BY 1
              UNTIL WS-IND-SEM > 14.
           PERFORM 1000-CHARGER-FACTURES-DEB
              THRU 1000-CHARGER-FACTURES-FIN.
           PERFORM 1100-DEDUIRE-REGLEMENTS-DEB
              THRU 1100-DEDUIRE-REGLEMENTS-FIN.
           PERFORM 1200-PLACER-FACTURE-DEB
              THRU 1200-PLACER-FACTURE-FIN
              VARYING WS-IND-FAC FROM 1 BY 1
              UNTIL WS-IND-FAC > WS-NB-FAC.
           PERFORM 2000-ABONNES-PARKING-DEB
              THRU 2000-ABONNES-PARKING-FIN.
           PERFORM 3000-CHARGER-COURS-DEB
              THRU 3000-CHARGER-COURS-FIN.
           PERFORM 3100-ECHEANCES-RESA-DEB
              THRU 3100-ECHEANCES-RESA-FIN.
           PERFORM 4000-CHARGER-FOURNISSEURS-DEB
              THRU 4000-CHARGER-FOURNISSEURS-FIN.
           PERFORM 4100-CHARGER-GRAND-LIVRE-DEB
              THRU 4100-CHARGER-GRAND-LIVRE-FIN.
           PERFORM 4200-DEDUIRE-REGL-FOURN-DEB
              THRU 4200-DEDUIRE-REGL-FOURN-FIN.
           PERFORM 4300-PLACER-FOURN-DEB
              THRU 4300-PLACER-FOURN-FIN
              VARYING WS-IND-FFO FROM 1 BY 1
              UNTIL WS-IND-FFO > WS-NB-FFO.
           PERFORM 5000-SOLDE-OUVERTURE-DEB
              THRU 5000-SOLDE-OUVERTURE-FIN.
           PERFORM 6000-EDITER-PREVISION-DEB
              THRU 6000-EDITER-PREVISION-FIN.

           DISPLAY '------------------------------------------------'.
           DISPLAY 'FACTURES CLIENTS OUVERTES  : ' WS-CTR-FAC-OUVERTES.
           DISPLAY 'CLIENTS AVEC HISTORIQUE    : ' WS-NB-CLI-HISTO.
           DISPLAY 'FACTURES ABONNES IMPAYEES  : ' WS-CTR-ABO-IMPAYES.
           DISPLAY 'ECHEANCES DE RESERVATION   : ' WS-CTR-ECHEANCES.
           DISPLAY 'ECHEANCES SANS COURS       : ' WS-CTR-SANS-COURS.
           DISPLAY 'FACTURES FOURN. OUVERTES   : '
                   WS-CTR-FOURN-OUVERTES.
           PERFORM 9998-FIN-NORMALE-DEB
              THRU 9998-FIN-NORMALE-FIN.
       0000-TRESOPRV-FIN. EXIT.

       0010-PARAMETRES-DEB.
           MOVE SPACES TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 MOVE SPACES TO WS-RUN-DATE
           END-ACCEPT.
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-JOUR-DU-JOUR FROM DATE YYYYMMDD
           ELSE
              MOVE WS-RUN-DATE TO WS-JOUR-DU-JOUR
           END-IF.
           COMPUTE WS-JULIEN-JOUR =
                   FUNCTION INTEGER-OF-DATE(WS-JOUR-DU-JOUR).
           MOVE SPACES TO WS-COMPTE-SAISI.
           ACCEPT WS-COMPTE-SAISI FROM ENVIRONMENT "COMPTBQ"
              ON EXCEPTION
                 MOVE SPACES TO WS-COMPTE-SAISI
           END-ACCEPT.
           IF WS-COMPTE-SAISI NOT = SPACES
              MOVE WS-COMPTE-SAISI TO WS-COMPTE-BANQUE
           END-IF.
           MOVE SPACES TO WS-DELAI-SAISI.
           ACCEPT WS-DELAI-SAISI FROM ENVIRONMENT "DELAICLI"
              ON EXCEPTION
                 MOVE SPACES TO WS-DELAI-SAISI
           END-ACCEPT.
           IF WS-DELAI-SAISI IS NUMERIC
              MOVE WS-DELAI-SAISI TO WS-DELAI-DEFAUT
           END-IF.
       0010-PARAMETRES-FIN. EXIT.

       0100-INIT-SEMAINES-DEB.
           COMPUTE WS-JULIEN = WS-JULIEN-JOUR + 7 * (WS-IND-SEM - 1).
           COMPUTE WS-SEM-DEBUT(WS-IND-SEM) =
                   FUNCTION DATE-OF-INTEGER(WS-JULIEN).
           MOVE ZERO TO WS-SEM-CLIENTS(WS-IND-SEM)
                        WS-SEM-PARKING(WS-IND-SEM)
                        WS-SEM-RESA(WS-IND-SEM)
                        WS-SEM-FOURN(WS-IND-SEM)
                        WS-SEM-NET(WS-IND-SEM)
                        WS-SEM-SOLDE(WS-IND-SEM).
       0100-INIT-SEMAINES-FIN. EXIT.

      * RANG DE SEMAINE DE LA DATE JULIENNE WS-JULIEN : 1 POUR
      * CE QUI EST DEJA ECHU, 14 AU-DELA DE LA TREIZIEME.
       0500-RANG-SEMAINE-DEB.
           COMPUTE WS-ECART-JOURS = WS-JULIEN - WS-JULIEN-JOUR.
           IF WS-ECART-JOURS < ZERO
              MOVE ZERO TO WS-ECART-JOURS
           END-IF.
           COMPUTE WS-IND-SEM = WS-ECART-JOURS / 7.
           ADD 1 TO WS-IND-SEM.
           IF WS-IND-SEM > 13
              MOVE 14 TO WS-IND-SEM
           END-IF.
       0500-RANG-SEMAINE-FIN. EXIT.

      *****************************************************
      * CREANCES CLIENTS.
      *****************************************************
       1000-CHARGER-FACTURES-DEB.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-FS-JRF NOT = '00'
              DISPLAY 'JOURNAL DES FACTURES INTROUVABLE'
           ELSE
              PERFORM 1010-UNE-FACTURE-DEB
                 THRU 1010-UNE-FACTURE-FIN
                 UNTIL WS-FS-JRF NOT = '00'
              CLOSE FIC-JOURNAL-FACT
           END-IF.
       1000-CHARGER-FACTURES-FIN. EXIT.

       1010-UNE-FACTURE-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-FS-JRF
           END-READ.
           IF WS-FS-JRF = '00'
              IF WS-NB-FAC NOT < 2000
                 DISPLAY 'TABLE DES FACTURES PLEINE, FACTURE IGNOREE : '
                         FS-JRF-NUMERO
              ELSE
                 ADD 1 TO WS-NB-FAC
                 MOVE FS-JRF-NUMERO TO WS-FAC-NUMERO(WS-NB-FAC)
                 MOVE FS-JRF-DATE   TO WS-FAC-DATE(WS-NB-FAC)
                 MOVE FS-JRF-CLIENT TO WS-FAC-CLIENT(WS-NB-FAC)
                 MOVE FS-JRF-TTC    TO WS-FAC-RESTE(WS-NB-FAC)
              END-IF
           END-IF.
       1010-UNE-FACTURE-FIN. EXIT.

      * CHAQUE REGLEMENT APPLIQUE REDUIT LE RESTE DE SA FACTURE
      * ET NOURRIT LE DELAI DE PAIEMENT HISTORIQUE DU CLIENT.
       1100-DEDUIRE-REGLEMENTS-DEB.
           OPEN INPUT FIC-REGL-APPLIQUES.
           IF WS-FS-RGA = '00'
              PERFORM 1110-UN-REGLEMENT-DEB
                 THRU 1110-UN-REGLEMENT-FIN
                 UNTIL WS-FS-RGA NOT = '00'
              CLOSE FIC-REGL-APPLIQUES
           END-IF.
       1100-DEDUIRE-REGLEMENTS-FIN. EXIT.

       1110-UN-REGLEMENT-DEB.
           READ FIC-REGL-APPLIQUES
              AT END
                 MOVE '10' TO WS-FS-RGA
           END-READ.
           IF WS-FS-RGA = '00'
              MOVE ZERO TO WS-FAC-TROUVEE
              PERFORM 1120-CHERCHER-FACTURE-DEB
                 THRU 1120-CHERCHER-FACTURE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FAC
                 OR WS-FAC-TROUVEE NOT = ZERO
              IF WS-FAC-TROUVEE NOT = ZERO
                 SUBTRACT FS-RGA-MONTANT
                   FROM WS-FAC-RESTE(WS-FAC-TROUVEE)
                 COMPUTE WS-ECART-JOURS =
                         FUNCTION INTEGER-OF-DATE(FS-RGA-DATE)
                       - FUNCTION INTEGER-OF-DATE
                         (WS-FAC-DATE(WS-FAC-TROUVEE))
                 IF WS-ECART-JOURS < ZERO
                    MOVE ZERO TO WS-ECART-JOURS
                 END-IF
                 PERFORM 1130-TROUVER-DELAI-DEB
                    THRU 1130-TROUVER-DELAI-FIN
                 IF WS-DLC-TROUVE NOT = ZERO
                    COMPUTE WS-DLC-PONDERE(WS-DLC-TROUVE) =
                            WS-DLC-PONDERE(WS-DLC-TROUVE)
                          + WS-ECART-JOURS * FS-RGA-MONTANT
                    ADD FS-RGA-MONTANT TO WS-DLC-MONTANT(WS-DLC-TROUVE)
                 END-IF
              END-IF
           END-IF.
       1110-UN-REGLEMENT-FIN. EXIT.

       1120-CHERCHER-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-RGA-NUMERO
              MOVE WS-IND-FAC TO WS-FAC-TROUVEE
           END-IF.
       1120-CHERCHER-FACTURE-FIN. EXIT.

       1130-TROUVER-DELAI-DEB.
           MOVE ZERO TO WS-DLC-TROUVE.
           PERFORM 1140-CHERCHER-DELAI-DEB
              THRU 1140-CHERCHER-DELAI-FIN
              VARYING WS-IND-DLC FROM 1 BY 1
              UNTIL WS-IND-DLC > WS-NB-DLC
              OR WS-DLC-TROUVE NOT = ZERO.
           IF WS-DLC-TROUVE = ZERO
              AND WS-NB-DLC < 1000
              ADD 1 TO WS-NB-DLC
              ADD 1 TO WS-NB-CLI-HISTO
              MOVE WS-FAC-CLIENT(WS-FAC-TROUVEE)
                TO WS-DLC-CLIENT(WS-NB-DLC)
              MOVE ZERO TO WS-DLC-PONDERE(WS-NB-DLC)
                           WS-DLC-MONTANT(WS-NB-DLC)
              MOVE WS-NB-DLC TO WS-DLC-TROUVE
           END-IF.
       1130-TROUVER-DELAI-FIN. EXIT.

       1140-CHERCHER-DELAI-DEB.
           IF WS-DLC-CLIENT(WS-IND-DLC) = WS-FAC-CLIENT(WS-FAC-TROUVEE)
              MOVE WS-IND-DLC TO WS-DLC-TROUVE
           END-IF.
       1140-CHERCHER-DELAI-FIN. EXIT.

      * UNE FACTURE OUVERTE EST ATTENDUE A SA DATE PLUS LE DELAI
      * MOYEN DU CLIENT (DELAI PAR DEFAUT SANS HISTORIQUE).
       1200-PLACER-FACTURE-DEB.
           IF WS-FAC-RESTE(WS-IND-FAC) > ZERO
              ADD 1 TO WS-CTR-FAC-OUVERTES
              MOVE WS-DELAI-DEFAUT TO WS-DELAI-CLIENT
              MOVE ZERO TO WS-DLC-TROUVE
              MOVE WS-IND-FAC TO WS-FAC-TROUVEE
              PERFORM 1140-CHERCHER-DELAI-DEB
                 THRU 1140-CHERCHER-DELAI-FIN
                 VARYING WS-IND-DLC FROM 1 BY 1
                 UNTIL WS-IND-DLC > WS-NB-DLC
                 OR WS-DLC-TROUVE NOT = ZERO
              IF WS-DLC-TROUVE NOT = ZERO
                 IF WS-DLC-MONTANT(WS-DLC-TROUVE) > ZERO
                    COMPUTE WS-DELAI-CLIENT ROUNDED =
                            WS-DLC-PONDERE(WS-DLC-TROUVE)
                          / WS-DLC-MONTANT(WS-DLC-TROUVE)
                 END-IF
              END-IF
              COMPUTE WS-JULIEN =
                      FUNCTION INTEGER-OF-DATE(WS-FAC-DATE(WS-IND-FAC))
                    + WS-DELAI-CLIENT
              PERFORM 0500-RANG-SEMAINE-DEB
                 THRU 0500-RANG-SEMAINE-FIN
              ADD WS-FAC-RESTE(WS-IND-FAC) TO WS-SEM-CLIENTS(WS-IND-SEM)
           END-IF.
       1200-PLACER-FACTURE-FIN. EXIT.

      *****************************************************
      * ABONNES DU PARKING : RESTE DU DES FACTURES NON REGLEES,
      * ATTENDU LE 10 DU MOIS QUI SUIT LE MOIS FACTURE.
      *****************************************************
       2000-ABONNES-PARKING-DEB.
           OPEN INPUT FIC-FACTURES-ABO.
           IF WS-FS-ABO NOT = '00'
              DISPLAY 'PAS DE FACTURES D''ABONNES DU PARKING'
           ELSE
              PERFORM 2010-UNE-FACTURE-ABO-DEB
                 THRU 2010-UNE-FACTURE-ABO-FIN
                 UNTIL WS-FS-ABO NOT = '00'
              CLOSE FIC-FACTURES-ABO
           END-IF.
       2000-ABONNES-PARKING-FIN. EXIT.

       2010-UNE-FACTURE-ABO-DEB.
           READ FIC-FACTURES-ABO
              AT END
                 MOVE '10' TO WS-FS-ABO
           END-READ.
           IF WS-FS-ABO = '00'
              IF FS-ABO-ETAT NOT = 'R'
                 AND FS-ABO-MOIS NUMERIC
                 AND FS-ABO-REGLE < FS-ABO-MONTANT
                 ADD 1 TO WS-CTR-ABO-IMPAYES
                 COMPUTE WS-MONTANT = FS-ABO-MONTANT - FS-ABO-REGLE
                 MOVE FS-ABO-MOIS TO WS-ECHEANCE(1:6)
                 MOVE 10 TO WS-ECH-JJ
                 IF WS-ECH-MM = 12
                    MOVE 1 TO WS-ECH-MM
                    ADD 1 TO WS-ECH-AAAA
                 ELSE
                    ADD 1 TO WS-ECH-MM
                 END-IF
                 COMPUTE WS-JULIEN =
                    FUNCTION INTEGER-OF-DATE(WS-ECHEANCE)
                 PERFORM 0500-RANG-SEMAINE-DEB
                    THRU 0500-RANG-SEMAINE-FIN
                 ADD WS-MONTANT TO WS-SEM-PARKING(WS-IND-SEM)
              END-IF
           END-IF.
       2010-UNE-FACTURE-ABO-FIN. EXIT.

      *****************************************************
      * RESERVATIONS : ECHEANCIER DE RESAPAIE, EN EUROS AU
      * COURS DU JOUR.
      *****************************************************
       3000-CHARGER-COURS-DEB.
           OPEN INPUT FIC-DEVISES.
           IF WS-FS-DEV = '00'
              PERFORM 3010-UN-COURS-DEB
                 THRU 3010-UN-COURS-FIN
                 UNTIL WS-FS-DEV NOT = '00'
              CLOSE FIC-DEVISES
           END-IF.
       3000-CHARGER-COURS-FIN. EXIT.

       3010-UN-COURS-DEB.
           READ FIC-DEVISES
              AT END
                 MOVE '10' TO WS-FS-DEV
           END-READ.
           IF WS-FS-DEV = '00'
              AND WS-NB-CRS < 20
              ADD 1 TO WS-NB-CRS
              MOVE FS-DEV-CODE TO WS-CRS-CODE(WS-NB-CRS)
              MOVE FS-DEV-TAUX TO WS-CRS-TAUX(WS-NB-CRS)
           END-IF.
       3010-UN-COURS-FIN. EXIT.

       3100-ECHEANCES-RESA-DEB.
           OPEN INPUT FIC-ECHEANCES-RESA.
           IF WS-FS-ECH NOT = '00'
              DISPLAY 'PAS D''ECHEANCIER DES RESERVATIONS (RESAPAIE)'
           ELSE
              PERFORM 3110-UNE-ECHEANCE-DEB
                 THRU 3110-UNE-ECHEANCE-FIN
                 UNTIL WS-FS-ECH NOT = '00'
              CLOSE FIC-ECHEANCES-RESA
           END-IF.
       3100-ECHEANCES-RESA-FIN. EXIT.

       3110-UNE-ECHEANCE-DEB.
           READ FIC-ECHEANCES-RESA
              AT END
                 MOVE '10' TO WS-FS-ECH
           END-READ.
           IF WS-FS-ECH = '00'
              MOVE 1 TO WS-TAUX-RETENU
              IF FS-ECH-DEVISE NOT = SPACES
                 AND FS-ECH-DEVISE NOT = 'EUR'
                 MOVE ZERO TO WS-TAUX-RETENU
                 PERFORM 3120-CHERCHER-COURS-DEB
                    THRU 3120-CHERCHER-COURS-FIN
                    VARYING WS-IND-CRS FROM 1 BY 1
                    UNTIL WS-IND-CRS > WS-NB-CRS
                    OR WS-TAUX-RETENU NOT = ZERO
              END-IF
              IF WS-TAUX-RETENU = ZERO
                 ADD 1 TO WS-CTR-SANS-COURS
                 DISPLAY 'ECHEANCE EN ' FS-ECH-DEVISE
                         ' SANS COURS, ECARTEE : ' FS-ECH-CLIENT
              ELSE
                 ADD 1 TO WS-CTR-ECHEANCES
                 COMPUTE WS-MONTANT ROUNDED =
                         FS-ECH-MONTANT * WS-TAUX-RETENU
                 COMPUTE WS-JULIEN =
                    FUNCTION INTEGER-OF-DATE(FS-ECH-DATE)
                 PERFORM 0500-RANG-SEMAINE-DEB
                    THRU 0500-RANG-SEMAINE-FIN
                 ADD WS-MONTANT TO WS-SEM-RESA(WS-IND-SEM)
              END-IF
           END-IF.
       3110-UNE-ECHEANCE-FIN. EXIT.

       3120-CHERCHER-COURS-DEB.
           IF WS-CRS-CODE(WS-IND-CRS) = FS-ECH-DEVISE
              MOVE WS-CRS-TAUX(WS-IND-CRS) TO WS-TAUX-RETENU
           END-IF.
       3120-CHERCHER-COURS-FIN. EXIT.

      *****************************************************
      * DETTES FOURNISSEURS : MEME RESTE DU ET MEME ECHEANCE
      * QU'ACHPAIE ; UN AVOIR VIENT EN DEDUCTION DES SORTIES.
      *****************************************************
       4000-CHARGER-FOURNISSEURS-DEB.
           OPEN INPUT FIC-FOURNISSEURS.
           IF WS-FS-FOU = '00'
              PERFORM 4010-UN-FOURNISSEUR-DEB
                 THRU 4010-UN-FOURNISSEUR-FIN
                 UNTIL WS-FS-FOU NOT = '00'
              CLOSE FIC-FOURNISSEURS
           END-IF.
       4000-CHARGER-FOURNISSEURS-FIN. EXIT.

       4010-UN-FOURNISSEUR-DEB.
           READ FIC-FOURNISSEURS
              AT END
                 MOVE '10' TO WS-FS-FOU
           END-READ.
           IF WS-FS-FOU = '00'
              AND WS-NB-FOU < 200
              ADD 1 TO WS-NB-FOU
              MOVE FS-FOU-CODE TO WS-FOU-CODE(WS-NB-FOU)
              IF FS-FOU-TERME IS NUMERIC
                 MOVE FS-FOU-TERME TO WS-FOU-TERME(WS-NB-FOU)
              ELSE
                 MOVE WS-TERME-DEFAUT TO WS-FOU-TERME(WS-NB-FOU)
              END-IF
           END-IF.
       4010-UN-FOURNISSEUR-FIN. EXIT.

       4100-CHARGER-GRAND-LIVRE-DEB.
           OPEN INPUT FIC-JOURNAL-FOURN.
           IF WS-FS-FJO NOT = '00'
              DISPLAY 'GRAND LIVRE DES FOURNISSEURS INTROUVABLE'
           ELSE
              PERFORM 4110-UNE-LIGNE-DEB
                 THRU 4110-UNE-LIGNE-FIN
                 UNTIL WS-FS-FJO NOT = '00'
              CLOSE FIC-JOURNAL-FOURN
           END-IF.
       4100-CHARGER-GRAND-LIVRE-FIN. EXIT.

      * LES LIGNES D'UNE MEME FACTURE SONT CUMULEES.
       4110-UNE-LIGNE-DEB.
           READ FIC-JOURNAL-FOURN
              AT END
                 MOVE '10' TO WS-FS-FJO
           END-READ.
           IF WS-FS-FJO = '00'
              IF FS-FJO-TYPE = 'F' OR FS-FJO-TYPE = 'D'
                 MOVE ZERO TO WS-FFO-TROUVEE
                 PERFORM 4120-CHERCHER-FACT-LIVRE-DEB
                    THRU 4120-CHERCHER-FACT-LIVRE-FIN
                    VARYING WS-IND-FFO FROM 1 BY 1
                    UNTIL WS-IND-FFO > WS-NB-FFO
                    OR WS-FFO-TROUVEE NOT = ZERO
                 IF WS-FFO-TROUVEE = ZERO
                    IF WS-NB-FFO NOT < 2000
                       DISPLAY 'TABLE DU GRAND LIVRE PLEINE, FACTURE '
                               'IGNOREE : ' FS-FJO-NUMERO
                    ELSE
                       ADD 1 TO WS-NB-FFO
                       MOVE FS-FJO-TYPE   TO WS-FFO-TYPE(WS-NB-FFO)
                       MOVE FS-FJO-FOURN  TO WS-FFO-FOURN(WS-NB-FFO)
                       MOVE FS-FJO-NUMERO TO WS-FFO-NUMERO(WS-NB-FFO)
                       MOVE FS-FJO-DATE   TO WS-FFO-DATE(WS-NB-FFO)
                       MOVE ZERO          TO WS-FFO-RESTE(WS-NB-FFO)
                       MOVE WS-NB-FFO     TO WS-FFO-TROUVEE
                    END-IF
                 END-IF
                 IF WS-FFO-TROUVEE NOT = ZERO
                    ADD FS-FJO-MONTANT
                      TO WS-FFO-RESTE(WS-FFO-TROUVEE)
                 END-IF
              END-IF
           END-IF.
       4110-UNE-LIGNE-FIN. EXIT.

       4120-CHERCHER-FACT-LIVRE-DEB.
           IF WS-FFO-FOURN(WS-IND-FFO) = FS-FJO-FOURN
              AND WS-FFO-NUMERO(WS-IND-FFO) = FS-FJO-NUMERO
              MOVE WS-IND-FFO TO WS-FFO-TROUVEE
           END-IF.
       4120-CHERCHER-FACT-LIVRE-FIN. EXIT.

       4200-DEDUIRE-REGL-FOURN-DEB.
           OPEN INPUT FIC-REGL-FOURN.
           IF WS-FS-FRG = '00'
              PERFORM 4210-UN-REGL-FOURN-DEB
                 THRU 4210-UN-REGL-FOURN-FIN
                 UNTIL WS-FS-FRG NOT = '00'
              CLOSE FIC-REGL-FOURN
           END-IF.
       4200-DEDUIRE-REGL-FOURN-FIN. EXIT.

       4210-UN-REGL-FOURN-DEB.
           READ FIC-REGL-FOURN
              AT END
                 MOVE '10' TO WS-FS-FRG
           END-READ.
           IF WS-FS-FRG = '00'
              MOVE ZERO TO WS-FFO-TROUVEE
              PERFORM 4220-CHERCHER-FACT-REGL-DEB
                 THRU 4220-CHERCHER-FACT-REGL-FIN
                 VARYING WS-IND-FFO FROM 1 BY 1
                 UNTIL WS-IND-FFO > WS-NB-FFO
                 OR WS-FFO-TROUVEE NOT = ZERO
              IF WS-FFO-TROUVEE NOT = ZERO
                 SUBTRACT FS-FRG-MONTANT
                   FROM WS-FFO-RESTE(WS-FFO-TROUVEE)
              END-IF
           END-IF.
       4210-UN-REGL-FOURN-FIN. EXIT.

       4220-CHERCHER-FACT-REGL-DEB.
           IF WS-FFO-FOURN(WS-IND-FFO) = FS-FRG-FOURN
              AND WS-FFO-NUMERO(WS-IND-FFO) = FS-FRG-NUMERO
              MOVE WS-IND-FFO TO WS-FFO-TROUVEE
           END-IF.
       4220-CHERCHER-FACT-REGL-FIN. EXIT.

       4300-PLACER-FOURN-DEB.
           IF WS-FFO-RESTE(WS-IND-FFO) > ZERO
              ADD 1 TO WS-CTR-FOURN-OUVERTES
              MOVE ZERO TO WS-FOU-TROUVE
              PERFORM 4310-CHERCHER-FOURNISSEUR-DEB
                 THRU 4310-CHERCHER-FOURNISSEUR-FIN
                 VARYING WS-IND-FOU FROM 1 BY 1
                 UNTIL WS-IND-FOU > WS-NB-FOU
                 OR WS-FOU-TROUVE NOT = ZERO
              COMPUTE WS-JULIEN =
                      FUNCTION INTEGER-OF-DATE(WS-FFO-DATE(WS-IND-FFO))
              IF WS-FOU-TROUVE = ZERO
                 ADD WS-TERME-DEFAUT TO WS-JULIEN
              ELSE
                 ADD WS-FOU-TERME(WS-FOU-TROUVE) TO WS-JULIEN
              END-IF
              MOVE WS-IND-FFO TO WS-FFO-TROUVEE
              PERFORM 0500-RANG-SEMAINE-DEB
                 THRU 0500-RANG-SEMAINE-FIN
              IF WS-FFO-TYPE(WS-FFO-TROUVEE) = 'D'
                 SUBTRACT WS-FFO-RESTE(WS-FFO-TROUVEE)
                    FROM WS-SEM-FOURN(WS-IND-SEM)
              ELSE
                 ADD WS-FFO-RESTE(WS-FFO-TROUVEE)
                    TO WS-SEM-FOURN(WS-IND-SEM)
              END-IF
           END-IF.
       4300-PLACER-FOURN-FIN. EXIT.

       4310-CHERCHER-FOURNISSEUR-DEB.
           IF WS-FOU-CODE(WS-IND-FOU) = WS-FFO-FOURN(WS-IND-FFO)
              MOVE WS-IND-FOU TO WS-FOU-TROUVE
           END-IF.
       4310-CHERCHER-FOURNISSEUR-FIN. EXIT.

      *****************************************************
      * SOLDE D'OUVERTURE : COMPTE BANQUE DE CPTE1.
      *****************************************************
       5000-SOLDE-OUVERTURE-DEB.
           MOVE WS-COMPTE-BANQUE TO WS-NUMCPT.
           EXEC SQL
              SELECT SOLDE, STATUT
                INTO :WS-SOLDE, :WS-STATUT
                FROM ADCDC.CPTE1
               WHERE NUMCPT = :WS-NUMCPT
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY '*** EXCEPTION : COMPTE BANQUE ABSENT DE CPTE1'
              MOVE ZERO TO WS-SOLDE
           ELSE
              IF SQLCODE NOT = ZERO
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ANOMALIE SELECT COMPTE '
                         WS-COMPTE-BANQUE ' : ' WS-SQLCODE
                 PERFORM 9999-ERREUR-SQL-DEB
                    THRU 9999-ERREUR-SQL-FIN
              END-IF
           END-IF.
           MOVE WS-SOLDE TO WS-SOLDE-COURANT.
       5000-SOLDE-OUVERTURE-FIN. EXIT.

      *****************************************************
      * EDITION : UNE LIGNE PAR SEMAINE, EN EUROS ARRONDIS.
      *****************************************************
       6000-EDITER-PREVISION-DEB.
           DISPLAY ' '.
           DISPLAY '================================================'.
           DISPLAY 'PREVISION DE TRESORERIE SUR 13 SEMAINES AU '
                   WS-JOUR-DU-JOUR.
           DISPLAY 'COMPTE BANQUE ' WS-COMPTE-BANQUE
                   ', MONTANTS EN EUROS'.
           DISPLAY '================================================'.
           MOVE WS-SOLDE-COURANT TO WS-ED-SOLDE.
           DISPLAY 'SOLDE D''OUVERTURE CPTE1    : ' WS-ED-SOLDE.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'SEM DEBUT     CLIENTS  PARKING  RESERV.   FOURN.'
                   '      NET     SOLDE'.
           PERFORM 6010-LIGNE-SEMAINE-DEB
              THRU 6010-LIGNE-SEMAINE-FIN
              VARYING WS-IND-SEM FROM 1 BY 1
              UNTIL WS-IND-SEM > 13.
           DISPLAY '------------------------------------------------'.
           MOVE WS-SOLDE-COURANT TO WS-ED-SOLDE.
           DISPLAY 'SOLDE PROJETE EN SEMAINE 13 : ' WS-ED-SOLDE.
           COMPUTE WS-ED-CLIENTS ROUNDED = WS-SEM-CLIENTS(14).
           COMPUTE WS-ED-PARKING ROUNDED = WS-SEM-PARKING(14).
           COMPUTE WS-ED-RESA    ROUNDED = WS-SEM-RESA(14).
           COMPUTE WS-ED-FOURN   ROUNDED = WS-SEM-FOURN(14).
           DISPLAY 'AU-DELA    ' '  ' WS-ED-CLIENTS ' ' WS-ED-PARKING
                   ' ' WS-ED-RESA ' ' WS-ED-FOURN.
       6000-EDITER-PREVISION-FIN. EXIT.

       6010-LIGNE-SEMAINE-DEB.
           COMPUTE WS-SEM-NET(WS-IND-SEM) =
                   WS-SEM-CLIENTS(WS-IND-SEM)
                 + WS-SEM-PARKING(WS-IND-SEM)
                 + WS-SEM-RESA(WS-IND-SEM)
                 - WS-SEM-FOURN(WS-IND-SEM).
           ADD WS-SEM-NET(WS-IND-SEM) TO WS-SOLDE-COURANT.
           MOVE WS-SOLDE-COURANT TO WS-SEM-SOLDE(WS-IND-SEM).
           MOVE WS-IND-SEM TO WS-ED-SEM.
           COMPUTE WS-ED-CLIENTS ROUNDED = WS-SEM-CLIENTS(WS-IND-SEM).
           COMPUTE WS-ED-PARKING ROUNDED = WS-SEM-PARKING(WS-IND-SEM).
           COMPUTE WS-ED-RESA    ROUNDED = WS-SEM-RESA(WS-IND-SEM).
           COMPUTE WS-ED-FOURN   ROUNDED = WS-SEM-FOURN(WS-IND-SEM).
           COMPUTE WS-ED-NET     ROUNDED = WS-SEM-NET(WS-IND-SEM).
           COMPUTE WS-ED-SOLDE-SEM ROUNDED =
                   WS-SEM-SOLDE(WS-IND-SEM).
           DISPLAY WS-ED-SEM ' ' WS-SEM-DEBUT(WS-IND-SEM) ' '
                   WS-ED-CLIENTS ' ' WS-ED-PARKING ' '
                   WS-ED-RESA ' ' WS-ED-FOURN ' '
                   WS-ED-NET ' ' WS-ED-SOLDE-SEM.
       6010-LIGNE-SEMAINE-FIN. EXIT.

       9998-FIN-NORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*     FIN NORMALE DU PROGRAMME TRESOPRV        *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9998-FIN-NORMALE-FIN. EXIT.

       9990-FIN-ANORMALE-DEB.
            DISPLAY '*==============================================*'
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           *'
            DISPLAY '*     FIN ANORMALE DU PROGRAMME TRESOPRV       *'
            DISPLAY '*==============================================*'.
            STOP RUN.
       9990-FIN-ANORMALE-FIN. EXIT.

       9999-ERREUR-SQL-DEB.
            MOVE WS-PROGRAM-ID    TO WS-LIEN-ERRLOG-IN-PROGRAMME.
            MOVE 'S'              TO WS-LIEN-ERRLOG-IN-TYPE.
            MOVE SQLCODE          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
            CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
            DISPLAY WS-LIEN-ERRLOG-OU-MESSAGE.
            PERFORM 9990-FIN-ANORMALE-DEB
               THRU 9990-FIN-ANORMALE-FIN.
       9999-ERREUR-SQL-FIN. EXIT.

       END PROGRAM TRESOPRV.
