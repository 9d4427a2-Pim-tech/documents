       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKEQUIL.

      *********************************************************
      *     REEQUILIBRAGE DU STOCK ENTRE DEPOTS AVANT ACHAT.
      *
      *     LA CHAINE DE STOCK EMET UNE PROPOSITION D'ACHAT
      *     (PROPACHAT.TXT) DES QU'UN ARTICLE PASSE SOUS SON
      *     POINT DE COMMANDE DANS UN DEPOT, MEME QUAND UN AUTRE
      *     DEPOT EN REGORGE. CE PROGRAMME, LANCE APRES LA CHAINE
      *     ET AVANT ACHCDE :
      *       - RELIT LES SOLDES DE CLOTURE PAR (CODE, DEPOT)
      *         (OUTPUT.TXT) ET LES PARAMETRES DE
      *         REAPPROVISIONNEMENT DE L'ARTICLE (REAPPRO.TXT :
      *         MINIMUM, QUANTITE DE COMMANDE) ; UN DEPOT EST EN
      *         EXCEDENT AU-DELA DE MINIMUM + QUANTITE DE COMMANDE
      *         (LE STOCK D'UN REAPPROVISIONNEMENT COMPLET), LE
      *         SURPLUS ETANT CESSIBLE,
      *       - POUR CHAQUE PROPOSITION D'ACHAT, COUVRE LA
      *         QUANTITE PROPOSEE PAR DES TRANSFERTS DEPUIS LES
      *         DEPOTS EN EXCEDENT DU MEME ARTICLE, LE PLUS GROS
      *         EXCEDENT D'ABORD ; CHAQUE TRANSFERT PROPOSE RECOIT
      *         UN IDENTIFIANT ('E' + CHIFFRE DE L'ANNEE + MMJJ +
      *         RANG DU JOUR) ET EST LISTE DANS PROPREEQ.TXT,
      *       - AVEC REEQVALID=O (L'APPROBATION DU SUPERVISEUR,
      *         COMME REAPVALID POUR REAPCALC), ECRIT LES
      *         MOUVEMENTS DE TRANSFERT 'T' IDENTIFIES (ZONE LOT =
      *         IDENTIFIANT, TRANCHES DE 999, ENVELOPPE DE LA
      *         CHAINE) DANS MVTREEQUIL.TXT, A PASSER DANS LA
      *         CHAINE DU LENDEMAIN : LA SORTIE DU DEPOT D'ORIGINE
      *         EST APPLIQUEE ET LE TRANSFERT SUIVI PAR TRFSUIVI
      *         JUSQU'A LA CONFIRMATION 'R' DU DEPOT CIBLE. LES
      *         PROPOSITIONS D'ACHAT SONT ALORS REECRITES DANS
      *         PROPACHAT.TXT POUR LA SEULE PART NON COUVERTE,
      *         CELLES ENTIEREMENT COUVERTES DISPARAISSENT ;
      *         SANS APPROBATION, LES PROPOSITIONS SEULES SONT
      *         PRODUITES ET PROPACHAT.TXT N'EST PAS TOUCHE.
      *     LE PROGRAMME NE SE RELANCE QU'APRES UNE NOUVELLE
      *     PASSE DE LA CHAINE : APRES APPROBATION, PROPACHAT.TXT
      *     NE PORTE PLUS QUE LES RESTES A ACHETER.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SOLDES
              ASSIGN TO "./files/output.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SOLDES.
           SELECT FIC-REAPPRO
              ASSIGN TO "./files/reappro.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REAPPRO.
           SELECT FIC-PROPOSITIONS
              ASSIGN TO "./files/propachat.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PROP.
           SELECT FIC-PROP-REEQ
              ASSIGN TO "./files/propreeq.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REEQ.
           SELECT FIC-MVT-REEQ
              ASSIGN TO "./files/mvtreequil.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVT.

       DATA DIVISION.
       FILE SECTION.
      *    SOLDES DE CLOTURE DE LA CHAINE DE STOCK (MEME DECOUPAGE
      *    QUE COMMANDS : CODE, DEPOT, SENS, VALEUR).
       FD FIC-SOLDES RECORDING MODE IS F.
       01  FS-ENR-SOLDE.
           05 FS-SLD-CODE   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-SLD-DEPOT  PIC X(2).
           05 FILLER PIC X(1).
           05 FS-SLD-SENS   PIC X(1).
           05 FS-SLD-VALEUR PIC 9(3).

       FD FIC-REAPPRO RECORDING MODE IS F.
       01  FS-ENRREAP.
           05 FS-REA-CODE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-REA-MINI PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-REA-QTE  PIC 9(5).

       FD FIC-PROPOSITIONS RECORDING MODE IS F.
       01  FS-ENRPROP.
           05 FS-PRO-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-PRO-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-PRO-SOLDE PIC X(5).
           05 FILLER PIC X(1).
           05 FS-PRO-MINI  PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-PRO-QTE   PIC 9(5).

      *    TRANSFERTS PROPOSES : IDENTIFIANT, ARTICLE, DEPOT
      *    D'ORIGINE, DEPOT CIBLE, QUANTITE, DATE, ETAT ('A'
      *    APPROUVE ET GENERE, 'P' PROPOSE SEULEMENT).
       FD FIC-PROP-REEQ RECORDING MODE IS F.
       01  FS-ENR-REEQ.
           05 FS-REQ-ID      PIC X(8).
           05 FILLER PIC X(1).
           05 FS-REQ-CODE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-REQ-ORIGINE PIC X(2).
           05 FILLER PIC X(1).
           05 FS-REQ-CIBLE   PIC X(2).
           05 FILLER PIC X(1).
           05 FS-REQ-QTE     PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-REQ-DATE    PIC X(8).
           05 FILLER PIC X(1).
           05 FS-REQ-ETAT    PIC X(1).

      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, SENS, QUANTITE, CIBLE, LOT, DLUO) ;
      *    LA ZONE LOT D'UN TRANSFERT PORTE SON IDENTIFIANT.
       FD FIC-MVT-REEQ RECORDING MODE IS F.
       01  FS-ENR-MVT.
           05 FS-MVT-CODEM   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-MVT-DEPOTM  PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVT-SENSM   PIC X(1).
           05 FS-MVT-VALEURM PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-MVT-CIBLE   PIC X(2).
           05 FILLER PIC X(1).
           05 FS-MVT-LOT     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-MVT-DLUO    PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'STKEQUIL'.
       01  WS-STATUS-SOLDES  PIC XX.
       01  WS-STATUS-REAPPRO PIC XX.
       01  WS-STATUS-PROP    PIC XX.
       01  WS-STATUS-REEQ    PIC XX.
       01  WS-STATUS-MVT     PIC XX.

       01  WS-DATE-REF PIC X(8) VALUE SPACES.
       01  WS-DATE-DETAIL REDEFINES WS-DATE-REF.
           05 FILLER        PIC X(3).
           05 WS-DATE-AN    PIC X(1).
           05 WS-DATE-MMJJ  PIC X(4).
       01  WS-ENV-VALID PIC X VALUE 'N'.
       01  WS-ENR-ENVELOPPE PIC X(32).
       01  WS-NB-ENVELOPPE  PIC 9(7).

      * PARAMETRES DE REAPPROVISIONNEMENT PAR ARTICLE.
       01  WS-REAPPRO.
           05 WS-NB-REAPPRO PIC 9(3) VALUE 0.
           05 WS-REA OCCURS 100 TIMES.
               10 WS-REA-CODE PIC X(3).
               10 WS-REA-MINI PIC 9(5).
               10 WS-REA-QTE  PIC 9(5).
       01  WS-IND-REA        PIC 9(3).
       01  WS-IND-REA-TROUVE PIC 9(3).

      * SOLDES PAR (CODE, DEPOT) ET EXCEDENT CESSIBLE RESTANT.
       01  WS-SOLDES.
           05 WS-NB-SOLDES PIC 9(3) VALUE 0.
           05 WS-SLD OCCURS 500 TIMES.
               10 WS-SLD-CODE     PIC X(3).
               10 WS-SLD-DEPOT    PIC X(2).
               10 WS-SLD-SOLDE    PIC S9(5).
               10 WS-SLD-EXCEDENT PIC S9(7).
       01  WS-IND-SLD        PIC 9(3).
       01  WS-IND-SLD-MAX    PIC 9(3).

      * PROPOSITIONS D'ACHAT DE LA CHAINE ET PART COUVERTE PAR
      * LES TRANSFERTS.
       01  WS-PROPOSITIONS.
           05 WS-NB-PROP PIC 9(3) VALUE 0.
           05 WS-PRO OCCURS 200 TIMES.
               10 WS-PRO-CODE     PIC X(3).
               10 WS-PRO-DEPOT    PIC X(2).
               10 WS-PRO-SOLDE    PIC X(5).
               10 WS-PRO-MINI     PIC 9(5).
               10 WS-PRO-QTE      PIC 9(5).
               10 WS-PRO-COUVERT  PIC 9(5).
       01  WS-IND-PRO        PIC 9(3).
       01  WS-BESOIN         PIC 9(5).
       01  WS-QTE-TRANSFERT  PIC 9(5).

      * TRANSFERTS PROPOSES.
       01  WS-TRANSFERTS.
           05 WS-NB-TRF PIC 9(3) VALUE 0.
           05 WS-TRF OCCURS 200 TIMES.
               10 WS-TRF-ID      PIC X(8).
               10 WS-TRF-CODE    PIC X(3).
               10 WS-TRF-ORIGINE PIC X(2).
               10 WS-TRF-CIBLE   PIC X(2).
               10 WS-TRF-QTE     PIC 9(5).
       01  WS-IND-TRF        PIC 9(3).
       01  WS-RANG-TRF       PIC 99.
       01  WS-QTE-A-ECRIRE   PIC 9(5).

       01  WS-COMPTEURS.
           05 WS-NB-PROP-COUVERTES PIC 9(3) VALUE 0.
           05 WS-NB-PROP-PARTIELLES PIC 9(3) VALUE 0.
           05 WS-NB-PROP-RESTANTES PIC 9(3) VALUE 0.
           05 WS-NB-MVTS            PIC 9(5) VALUE 0.
           05 WS-TOTAL-TRANSFERE    PIC 9(7) VALUE 0.

      * RECAPITULATIF QUOTIDIEN PARTAGE : SOUS-PROGRAMME RECAPJR,
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
       0000-STKEQUIL-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WS-ENV-VALID FROM ENVIRONMENT "REEQVALID"
              ON EXCEPTION
                 MOVE 'N' TO WS-ENV-VALID
           END-ACCEPT.
           IF WS-ENV-VALID = 'O'
              DISPLAY 'TRANSFERTS APPROUVES (REEQVALID=O) : '
                      'MOUVEMENTS GENERES, PROPOSITIONS D''ACHAT '
                      'REDUITES'
           ELSE
              DISPLAY 'PROPOSITIONS DE TRANSFERT SEULES (POSER '
                      'REEQVALID=O POUR APPLIQUER)'
           END-IF.
           PERFORM 1000-CHARGER-REAPPRO-DEB
              THRU 1000-CHARGER-REAPPRO-FIN.
           PERFORM 1100-CHARGER-SOLDES-DEB
              THRU 1100-CHARGER-SOLDES-FIN.
           PERFORM 1200-CHARGER-PROPOSITIONS-DEB
              THRU 1200-CHARGER-PROPOSITIONS-FIN.
           PERFORM 2000-COUVRIR-PROPOSITION-DEB
              THRU 2000-COUVRIR-PROPOSITION-FIN
              VARYING WS-IND-PRO FROM 1 BY 1
              UNTIL WS-IND-PRO > WS-NB-PROP.
           PERFORM 3000-ECRIRE-PROPOSITIONS-DEB
              THRU 3000-ECRIRE-PROPOSITIONS-FIN.
           IF WS-ENV-VALID = 'O'
              PERFORM 4000-GENERER-TRANSFERTS-DEB
                 THRU 4000-GENERER-TRANSFERTS-FIN
              PERFORM 5000-REECRIRE-ACHATS-DEB
                 THRU 5000-REECRIRE-ACHATS-FIN
           END-IF.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-STKEQUIL-FIN.
           EXIT.

       1000-CHARGER-REAPPRO-DEB.
           OPEN INPUT FIC-REAPPRO.
           IF WS-STATUS-REAPPRO NOT = '00'
              DISPLAY 'PAS DE PARAMETRES DE REAPPROVISIONNEMENT, '
                      'AUCUN EXCEDENT CALCULABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-UN-REAPPRO-DEB
              THRU 1010-CHARGER-UN-REAPPRO-FIN
              UNTIL WS-STATUS-REAPPRO NOT = '00'.
           CLOSE FIC-REAPPRO.
       1000-CHARGER-REAPPRO-FIN.
           EXIT.

       1010-CHARGER-UN-REAPPRO-DEB.
           READ FIC-REAPPRO
              AT END
                 MOVE '10' TO WS-STATUS-REAPPRO
           END-READ.
           IF WS-STATUS-REAPPRO = '00'
              IF WS-NB-REAPPRO < 100
                 ADD 1 TO WS-NB-REAPPRO
                 MOVE FS-REA-CODE TO WS-REA-CODE(WS-NB-REAPPRO)
                 MOVE FS-REA-MINI TO WS-REA-MINI(WS-NB-REAPPRO)
                 MOVE FS-REA-QTE  TO WS-REA-QTE(WS-NB-REAPPRO)
              ELSE
                 DISPLAY 'TABLE DES POINTS DE COMMANDE PLEINE (100), '
                         'ARTICLE IGNORE : ' FS-REA-CODE
              END-IF
           END-IF.
       1010-CHARGER-UN-REAPPRO-FIN.
           EXIT.

      * L'EXCEDENT D'UN DEPOT EST LE SOLDE AU-DELA DE MINIMUM +
      * QUANTITE DE COMMANDE ; UN ARTICLE SANS PARAMETRE N'EST
      * PAS SUIVI EN REAPPROVISIONNEMENT ET NE CEDE RIEN.
       1100-CHARGER-SOLDES-DEB.
           OPEN INPUT FIC-SOLDES.
           IF WS-STATUS-SOLDES NOT = '00'
              DISPLAY 'SOLDES DE LA CHAINE (OUTPUT.TXT) ABSENTS, '
                      'REEQUILIBRAGE IMPOSSIBLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1110-CHARGER-UN-SOLDE-DEB
              THRU 1110-CHARGER-UN-SOLDE-FIN
              UNTIL WS-STATUS-SOLDES NOT = '00'.
           CLOSE FIC-SOLDES.
       1100-CHARGER-SOLDES-FIN.
           EXIT.

       1110-CHARGER-UN-SOLDE-DEB.
           READ FIC-SOLDES
              AT END
                 MOVE '10' TO WS-STATUS-SOLDES
           END-READ.
           IF WS-STATUS-SOLDES = '00'
              IF WS-NB-SOLDES < 500
                 ADD 1 TO WS-NB-SOLDES
                 MOVE FS-SLD-CODE  TO WS-SLD-CODE(WS-NB-SOLDES)
                 MOVE FS-SLD-DEPOT TO WS-SLD-DEPOT(WS-NB-SOLDES)
                 IF FS-SLD-SENS = '-'
                    COMPUTE WS-SLD-SOLDE(WS-NB-SOLDES)
                          = 0 - FS-SLD-VALEUR
                 ELSE
                    MOVE FS-SLD-VALEUR TO WS-SLD-SOLDE(WS-NB-SOLDES)
                 END-IF
                 MOVE 0 TO WS-SLD-EXCEDENT(WS-NB-SOLDES)
                 MOVE 0 TO WS-IND-REA-TROUVE
                 PERFORM 1120-CHERCHER-REAPPRO-DEB
                    THRU 1120-CHERCHER-REAPPRO-FIN
                    VARYING WS-IND-REA FROM 1 BY 1
                    UNTIL WS-IND-REA > WS-NB-REAPPRO
                    OR WS-IND-REA-TROUVE > 0
                 IF WS-IND-REA-TROUVE > 0
                    COMPUTE WS-SLD-EXCEDENT(WS-NB-SOLDES)
                          = WS-SLD-SOLDE(WS-NB-SOLDES)
                          - WS-REA-MINI(WS-IND-REA-TROUVE)
                          - WS-REA-QTE(WS-IND-REA-TROUVE)
                    IF WS-SLD-EXCEDENT(WS-NB-SOLDES) < 0
                       MOVE 0 TO WS-SLD-EXCEDENT(WS-NB-SOLDES)
                    END-IF
                 END-IF
              ELSE
                 DISPLAY 'TABLE DES SOLDES PLEINE (500), ARTICLE '
                         'IGNORE : ' FS-SLD-CODE ' ' FS-SLD-DEPOT
              END-IF
           END-IF.
       1110-CHARGER-UN-SOLDE-FIN.
           EXIT.

       1120-CHERCHER-REAPPRO-DEB.
           IF WS-REA-CODE(WS-IND-REA) = FS-SLD-CODE
              MOVE WS-IND-REA TO WS-IND-REA-TROUVE
           END-IF.
       1120-CHERCHER-REAPPRO-FIN.
           EXIT.

       1200-CHARGER-PROPOSITIONS-DEB.
           OPEN INPUT FIC-PROPOSITIONS.
           IF WS-STATUS-PROP NOT = '00'
              DISPLAY 'AUCUNE PROPOSITION D''ACHAT, RIEN A '
                      'REEQUILIBRER'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1210-CHARGER-UNE-PROP-DEB
              THRU 1210-CHARGER-UNE-PROP-FIN
              UNTIL WS-STATUS-PROP NOT = '00'.
           CLOSE FIC-PROPOSITIONS.
           DISPLAY WS-NB-PROP ' PROPOSITION(S) D''ACHAT LUE(S)'.
       1200-CHARGER-PROPOSITIONS-FIN.
           EXIT.

       1210-CHARGER-UNE-PROP-DEB.
           READ FIC-PROPOSITIONS
              AT END
                 MOVE '10' TO WS-STATUS-PROP
           END-READ.
           IF WS-STATUS-PROP = '00'
              IF WS-NB-PROP < 200
                 ADD 1 TO WS-NB-PROP
                 MOVE FS-PRO-CODE  TO WS-PRO-CODE(WS-NB-PROP)
                 MOVE FS-PRO-DEPOT TO WS-PRO-DEPOT(WS-NB-PROP)
                 MOVE FS-PRO-SOLDE TO WS-PRO-SOLDE(WS-NB-PROP)
                 MOVE FS-PRO-MINI  TO WS-PRO-MINI(WS-NB-PROP)
                 MOVE FS-PRO-QTE   TO WS-PRO-QTE(WS-NB-PROP)
                 MOVE 0            TO WS-PRO-COUVERT(WS-NB-PROP)
              ELSE
      *          AU-DELA DE LA TABLE LA PROPOSITION NE SERAIT PAS
      *          REECRITE : ARRET AVANT DE TOUCHER AUX FICHIERS.
                 DISPLAY 'TABLE DES PROPOSITIONS PLEINE (200), '
                         'REEQUILIBRAGE ABANDONNE'
                 PERFORM 9999-FIN-NORMALE-DEB
                    THRU 9999-FIN-NORMALE-FIN
              END-IF
           END-IF.
       1210-CHARGER-UNE-PROP-FIN.
           EXIT.

      * COUVERTURE D'UNE PROPOSITION : TANT QU'IL RESTE UN BESOIN
      * ET UN DEPOT EN EXCEDENT DU MEME ARTICLE, LE PLUS GROS
      * EXCEDENT CEDE CE QU'IL PEUT.
       2000-COUVRIR-PROPOSITION-DEB.
           MOVE WS-PRO-QTE(WS-IND-PRO) TO WS-BESOIN.
           MOVE 1 TO WS-IND-SLD-MAX.
           PERFORM 2100-UN-TRANSFERT-DEB
              THRU 2100-UN-TRANSFERT-FIN
              UNTIL WS-BESOIN = 0
              OR WS-IND-SLD-MAX = 0.
           COMPUTE WS-PRO-COUVERT(WS-IND-PRO)
                 = WS-PRO-QTE(WS-IND-PRO) - WS-BESOIN.
           EVALUATE TRUE
              WHEN WS-PRO-COUVERT(WS-IND-PRO) = 0
                 ADD 1 TO WS-NB-PROP-RESTANTES
              WHEN WS-BESOIN = 0
                 ADD 1 TO WS-NB-PROP-COUVERTES
                 DISPLAY '   ACHAT ' WS-PRO-CODE(WS-IND-PRO) ' '
                         WS-PRO-DEPOT(WS-IND-PRO)
                         ' ENTIEREMENT COUVERT PAR TRANSFERT'
              WHEN OTHER
                 ADD 1 TO WS-NB-PROP-PARTIELLES
                 ADD 1 TO WS-NB-PROP-RESTANTES
                 DISPLAY '   ACHAT ' WS-PRO-CODE(WS-IND-PRO) ' '
                         WS-PRO-DEPOT(WS-IND-PRO)
                         ' COUVERT ' WS-PRO-COUVERT(WS-IND-PRO)
                         ' RESTE A ACHETER ' WS-BESOIN
           END-EVALUATE.
       2000-COUVRIR-PROPOSITION-FIN.
           EXIT.

       2100-UN-TRANSFERT-DEB.
           MOVE 0 TO WS-IND-SLD-MAX.
           PERFORM 2110-CHERCHER-DONNEUR-DEB
              THRU 2110-CHERCHER-DONNEUR-FIN
              VARYING WS-IND-SLD FROM 1 BY 1
              UNTIL WS-IND-SLD > WS-NB-SOLDES.
           IF WS-IND-SLD-MAX NOT = 0
              IF WS-NB-TRF NOT < 99
                 DISPLAY 'RANGS DE TRANSFERT DU JOUR EPUISES (99), '
                         'RESTE EN ACHAT : ' WS-PRO-CODE(WS-IND-PRO)
                         ' ' WS-PRO-DEPOT(WS-IND-PRO)
                 MOVE 0 TO WS-IND-SLD-MAX
              ELSE
                 IF WS-SLD-EXCEDENT(WS-IND-SLD-MAX) < WS-BESOIN
                    MOVE WS-SLD-EXCEDENT(WS-IND-SLD-MAX)
                       TO WS-QTE-TRANSFERT
                 ELSE
                    MOVE WS-BESOIN TO WS-QTE-TRANSFERT
                 END-IF
                 SUBTRACT WS-QTE-TRANSFERT
                    FROM WS-SLD-EXCEDENT(WS-IND-SLD-MAX)
                 SUBTRACT WS-QTE-TRANSFERT FROM WS-BESOIN
                 ADD WS-QTE-TRANSFERT TO WS-TOTAL-TRANSFERE
                 ADD 1 TO WS-NB-TRF
                 MOVE WS-NB-TRF TO WS-RANG-TRF
                 MOVE SPACES TO WS-TRF-ID(WS-NB-TRF)
                 STRING 'E' WS-DATE-AN WS-DATE-MMJJ WS-RANG-TRF
                        DELIMITED BY SIZE INTO WS-TRF-ID(WS-NB-TRF)
                 END-STRING
                 MOVE WS-PRO-CODE(WS-IND-PRO)  TO WS-TRF-CODE(WS-NB-TRF)
                 MOVE WS-SLD-DEPOT(WS-IND-SLD-MAX)
                    TO WS-TRF-ORIGINE(WS-NB-TRF)
                 MOVE WS-PRO-DEPOT(WS-IND-PRO)
                   TO WS-TRF-CIBLE(WS-NB-TRF)
                 MOVE WS-QTE-TRANSFERT         TO WS-TRF-QTE(WS-NB-TRF)
                 DISPLAY '   TRANSFERT ' WS-TRF-ID(WS-NB-TRF) ' '
                         WS-TRF-CODE(WS-NB-TRF) ' DE '
                         WS-TRF-ORIGINE(WS-NB-TRF) ' VERS '
                         WS-TRF-CIBLE(WS-NB-TRF) ' QTE '
                         WS-TRF-QTE(WS-NB-TRF)
              END-IF
           END-IF.
       2100-UN-TRANSFERT-FIN.
           EXIT.

       2110-CHERCHER-DONNEUR-DEB.
           IF WS-SLD-CODE(WS-IND-SLD) = WS-PRO-CODE(WS-IND-PRO)
              AND WS-SLD-DEPOT(WS-IND-SLD) NOT =
                  WS-PRO-DEPOT(WS-IND-PRO)
              AND WS-SLD-EXCEDENT(WS-IND-SLD) > 0
              IF WS-IND-SLD-MAX = 0
                 MOVE WS-IND-SLD TO WS-IND-SLD-MAX
              ELSE
                 IF WS-SLD-EXCEDENT(WS-IND-SLD)
                    > WS-SLD-EXCEDENT(WS-IND-SLD-MAX)
                    MOVE WS-IND-SLD TO WS-IND-SLD-MAX
                 END-IF
              END-IF
           END-IF.
       2110-CHERCHER-DONNEUR-FIN.
           EXIT.

       3000-ECRIRE-PROPOSITIONS-DEB.
           OPEN OUTPUT FIC-PROP-REEQ.
           PERFORM 3010-ECRIRE-UNE-PROP-DEB
              THRU 3010-ECRIRE-UNE-PROP-FIN
              VARYING WS-IND-TRF FROM 1 BY 1
              UNTIL WS-IND-TRF > WS-NB-TRF.
           CLOSE FIC-PROP-REEQ.
       3000-ECRIRE-PROPOSITIONS-FIN.
           EXIT.

       3010-ECRIRE-UNE-PROP-DEB.
           MOVE SPACES TO FS-ENR-REEQ.
           MOVE WS-TRF-ID(WS-IND-TRF)      TO FS-REQ-ID.
           MOVE WS-TRF-CODE(WS-IND-TRF)    TO FS-REQ-CODE.
           MOVE WS-TRF-ORIGINE(WS-IND-TRF) TO FS-REQ-ORIGINE.
           MOVE WS-TRF-CIBLE(WS-IND-TRF)   TO FS-REQ-CIBLE.
           MOVE WS-TRF-QTE(WS-IND-TRF)     TO FS-REQ-QTE.
           MOVE WS-DATE-REF                TO FS-REQ-DATE.
           IF WS-ENV-VALID = 'O'
              MOVE 'A' TO FS-REQ-ETAT
           ELSE
              MOVE 'P' TO FS-REQ-ETAT
           END-IF.
           WRITE FS-ENR-REEQ.
       3010-ECRIRE-UNE-PROP-FIN.
           EXIT.

      * MOUVEMENTS 'T' IDENTIFIES, AU FORMAT ET DANS L'ENVELOPPE
      * DE LA CHAINE DE STOCK.
       4000-GENERER-TRANSFERTS-DEB.
           OPEN OUTPUT FIC-MVT-REEQ.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           STRING 'ENTETE FMOUVEMT ' WS-DATE-REF
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT FROM WS-ENR-ENVELOPPE.
           PERFORM 4010-UN-MOUVEMENT-DEB
              THRU 4010-UN-MOUVEMENT-FIN
              VARYING WS-IND-TRF FROM 1 BY 1
              UNTIL WS-IND-TRF > WS-NB-TRF.
           MOVE SPACES TO WS-ENR-ENVELOPPE.
           MOVE WS-NB-MVTS TO WS-NB-ENVELOPPE.
           STRING 'FIN ' WS-NB-ENVELOPPE
                  DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
           END-STRING.
           WRITE FS-ENR-MVT FROM WS-ENR-ENVELOPPE.
           CLOSE FIC-MVT-REEQ.
       4000-GENERER-TRANSFERTS-FIN.
           EXIT.

       4010-UN-MOUVEMENT-DEB.
           MOVE WS-TRF-QTE(WS-IND-TRF) TO WS-QTE-A-ECRIRE.
           PERFORM 4020-ECRIRE-TRANCHE-DEB
              THRU 4020-ECRIRE-TRANCHE-FIN
              UNTIL WS-QTE-A-ECRIRE = 0.
       4010-UN-MOUVEMENT-FIN.
           EXIT.

      * LA ZONE QUANTITE DU FORMAT STOCK EST LIMITEE A 3
      * CHIFFRES : DECOUPAGE EN TRANCHES DE 999, TOUTES SOUS LE
      * MEME IDENTIFIANT (TRFSUIVI LES CUMULE).
       4020-ECRIRE-TRANCHE-DEB.
           MOVE SPACES TO FS-ENR-MVT.
           MOVE WS-TRF-CODE(WS-IND-TRF)    TO FS-MVT-CODEM.
           MOVE WS-TRF-ORIGINE(WS-IND-TRF) TO FS-MVT-DEPOTM.
           MOVE 'T'                        TO FS-MVT-SENSM.
           MOVE WS-TRF-CIBLE(WS-IND-TRF)   TO FS-MVT-CIBLE.
           MOVE WS-TRF-ID(WS-IND-TRF)      TO FS-MVT-LOT.
           IF WS-QTE-A-ECRIRE > 999
              MOVE 999 TO FS-MVT-VALEURM
              SUBTRACT 999 FROM WS-QTE-A-ECRIRE
           ELSE
              MOVE WS-QTE-A-ECRIRE TO FS-MVT-VALEURM
              MOVE 0 TO WS-QTE-A-ECRIRE
           END-IF.
           WRITE FS-ENR-MVT.
           ADD 1 TO WS-NB-MVTS.
       4020-ECRIRE-TRANCHE-FIN.
           EXIT.

      * SEULE LA PART NON COUVERTE DES PROPOSITIONS D'ACHAT EST
      * TRANSMISE A ACHCDE.
       5000-REECRIRE-ACHATS-DEB.
           OPEN OUTPUT FIC-PROPOSITIONS.
           PERFORM 5010-REECRIRE-UNE-PROP-DEB
              THRU 5010-REECRIRE-UNE-PROP-FIN
              VARYING WS-IND-PRO FROM 1 BY 1
              UNTIL WS-IND-PRO > WS-NB-PROP.
           CLOSE FIC-PROPOSITIONS.
       5000-REECRIRE-ACHATS-FIN.
           EXIT.

       5010-REECRIRE-UNE-PROP-DEB.
           IF WS-PRO-COUVERT(WS-IND-PRO) < WS-PRO-QTE(WS-IND-PRO)
              MOVE SPACES TO FS-ENRPROP
              MOVE WS-PRO-CODE(WS-IND-PRO)  TO FS-PRO-CODE
              MOVE WS-PRO-DEPOT(WS-IND-PRO) TO FS-PRO-DEPOT
              MOVE WS-PRO-SOLDE(WS-IND-PRO) TO FS-PRO-SOLDE
              MOVE WS-PRO-MINI(WS-IND-PRO)  TO FS-PRO-MINI
              COMPUTE FS-PRO-QTE = WS-PRO-QTE(WS-IND-PRO)
                                 - WS-PRO-COUVERT(WS-IND-PRO)
              WRITE FS-ENRPROP
           END-IF.
       5010-REECRIRE-UNE-PROP-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'REEQUILIBRAGE DU STOCK ENTRE DEPOTS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'PROPOSITIONS D''ACHAT   : ' WS-NB-PROP.
           DISPLAY '  COUVERTES            : ' WS-NB-PROP-COUVERTES.
           DISPLAY '  PARTIELLEMENT        : ' WS-NB-PROP-PARTIELLES.
           DISPLAY '  RESTANT A ACHETER    : ' WS-NB-PROP-RESTANTES.
           DISPLAY 'TRANSFERTS PROPOSES    : ' WS-NB-TRF.
           DISPLAY 'QUANTITE TRANSFEREE    : ' WS-TOTAL-TRANSFERE.
           IF WS-ENV-VALID = 'O'
              DISPLAY 'MOUVEMENTS ECRITS      : ' WS-NB-MVTS
              DISPLAY 'PASSER MVTREEQUIL.TXT DANS LA CHAINE DE '
                      'STOCK'
           END-IF.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'TRANSFERTS REEQUIL.' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-TRF            TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM STKEQUIL.
