      *         CLIENT CONNU AU FICHIER CLIENT (FCLIENT),
      *         ARTICLE ACTIF ET PRIX EN VIGUEUR AU CATALOGUE,
      *         MONTANT DE LIGNE DANS LES BORNES PGETPT,
      *       - VALORISE LA LIGNE AU PRIX CONTRACTUEL DU CLIENT
      *         (PRIXCLI) AVANT LE PRIX CATALOGUE, L'ORIGINE DU
      *         PRIX ETANT PORTEE PAR LA LIGNE FCOMMAND,
      *       - ECRIT LES LIGNES ACCEPTEES AU FORMAT FCOMMAND,
      *         TRIEES PAR CLIENT/COMMANDE/LIGNE ET ENCADREES DE
      *         L'ENVELOPPE NORMALISEE CONTROLEE PAR VALENV
      *         (FCOMMAND_PART.TXT),
      *       - ECRIT LES REJETS AVEC LEUR MOTIF DANS
      *         PARTREJETS.TXT, A RENVOYER AU PARTENAIRE POUR
      *         QU'IL CORRIGE SON REFERENTIEL,
      *       - AJOUTE A PARTCORRESP.TXT LA CORRESPONDANCE ENTRE
      *         LE NUMERO INTERNE ATTRIBUE ET LE NUMERO DE
      *         COMMANDE PARTENAIRE SUR 8 : L'EXPORT PARTEXP LE
      *         CITE DANS LES AVIS D'EXPEDITION ET LES FACTURES
      *         RENVOYES AU PARTENAIRE.
      *     LES NUMEROS DE COMMANDE INTERNES SONT ATTRIBUES A
      *     PARTIR DE 90001, HORS DE LA PLAGE DE LA SAISIE DU
      *     JOUR.
              FILE STATUS IS WS-STATUS-REJ.
           SELECT FIC-TRI-PART
              ASSIGN TO TRIPART.
           SELECT FIC-CORRESP
              ASSIGN TO "./files/partcorresp.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CORR.

       DATA DIVISION.
       FILE SECTION.
           05 FS-CAT-PROMO-AU    PIC 9(8).

       FD CLIENT.
       01  FS-CLIENT PIC X(106).

       FD FIC-TRAVAIL RECORDING MODE IS F.
       01  FS-ENR-TRAVAIL PIC X(110).
           05 FILLER PIC X(1).
           05 FS-REJ-MOTIF PIC X(30).

      *    UNE LIGNE PAR COMMANDE PARTENAIRE IMPORTEE ; LE NUMERO
      *    INTERNE REPARTANT DE 90001 CHAQUE NUIT, LA DERNIERE
      *    CORRESPONDANCE D'UN NUMERO INTERNE FAIT FOI.
       FD FIC-CORRESP RECORDING MODE IS F.
       01  FS-ENR-CORRESP.
           05 FS-COR-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-COR-IDCOMMAND PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-COR-NUMCDE    PIC X(8).
           05 FILLER PIC X(1).
           05 FS-COR-CLIENT    PIC 9(5).

       SD FIC-TRI-PART.
       01  SD-ENR-PART.
           05 SD-PRT-IDCOMMAND PIC 9(5).
       01  WS-STATUS-TRIE   PIC XX.
       01  WS-STATUS-SORTIE PIC XX.
       01  WS-STATUS-REJ    PIC XX.
       01  WS-STATUS-CORR   PIC XX.

       01  WS-DATE-JOUR PIC 9(8).

           05 CMD-QUANTITE  PIC 9(3).
           05 CMD-MONTANT   PIC 9(5)V99.
           05 CMD-OPERATEUR PIC X(8).
           05 CMD-SOURCE-PRIX PIC X(1).
           05 CMD-QTE-EXPEDIEE PIC 9(3).
           05 FILLER        PIC X(61).

      * VUE DU CLIENT DU FICHIER FCLIENT (FORMAT BAPP1).
       01  WS-CLIENT.
           05 CLIENT-IDCLIENT PIC 9(5).
           05 CLIENT-NOM      PIC X(30).
           05 FILLER          PIC X(71).

      * TABLE DE CORRESPONDANCE REFERENCE PARTENAIRE / CODE.
       01  WS-XREFS.
       01  WS-NUMCDE-COURANT PIC X(8) VALUE SPACES.
       01  WS-NUMLIGNE       PIC 99 VALUE 0.
       01  WS-MONTANT-LIGNE  PIC 9(5)V99.
       01  WS-PRIX-RETENU    PIC 9(3)V99.
       01  WS-SOURCE-PRIX    PIC X(1).
       01  WS-NB-ENVELOPPE   PIC 9(7).

       01  WS-COMPTEURS.
           05 WS-NB-LUES      PIC 9(5) VALUE 0.
           05 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
           05 WS-NB-REJETEES  PIC 9(5) VALUE 0.
           05 WS-NB-CORRESP   PIC 9(5) VALUE 0.

      * PRIX CONTRACTUEL DU CLIENT (TARIFCLIENT.TXT), CONSULTE
      * AVANT LE CATALOGUE, COMME A LA SAISIE COMMANDS.
       01  WS-SOUS-PROG-PRIXCLI PIC X(8) VALUE 'PRIXCLI'.
       01  WS-LIEN-PRIXCLI.
           05 WS-LIEN-PRIXCLI-IN.
               10 WS-LIEN-PRIXCLI-IN-CLIENT   PIC 9(5).
               10 WS-LIEN-PRIXCLI-IN-ARTICLE  PIC X(6).
               10 WS-LIEN-PRIXCLI-IN-QUANTITE PIC 9(3).
               10 WS-LIEN-PRIXCLI-IN-DATE     PIC 9(8).
               10 WS-LIEN-PRIXCLI-IN-PRIX-CAT PIC 9(3)V99.
           05 WS-LIEN-PRIXCLI-OU.
               10 WS-LIEN-PRIXCLI-OU-PRIX     PIC 9(3)V99.
               10 WS-LIEN-PRIXCLI-OU-CODE-RETOUR PIC X.

       01  WS-SOUS-PROG-PGETPT PIC X(8) VALUE 'PGETPT'.
       01  WS-LIEN-PGETPT.
           END-IF.
           OPEN OUTPUT FIC-TRAVAIL.
           OPEN OUTPUT FIC-REJETS.
           OPEN EXTEND FIC-CORRESP.
           IF WS-STATUS-CORR NOT = '00'
              OPEN OUTPUT FIC-CORRESP
           END-IF.
           PERFORM 2010-LIGNE-PARTENAIRE-DEB
              THRU 2010-LIGNE-PARTENAIRE-FIN
              UNTIL WS-STATUS-PART NOT = '00'.
           CLOSE FIC-PARTENAIRE.
           CLOSE FIC-TRAVAIL.
           CLOSE FIC-REJETS.
           CLOSE FIC-CORRESP.
       2000-IMPORTER-FIN.
           EXIT.

              WHEN WS-CAT-ACTIF(WS-IND-CAT-TROUVE) NOT = 'O'
                 PERFORM 2200-REJETER-DEB THRU 2200-REJETER-FIN
              WHEN OTHER
                 PERFORM 2140-VALORISER-DEB
                    THRU 2140-VALORISER-FIN
                 MOVE WS-MONTANT-LIGNE TO WS-LIEN-IN-VALEUR
                 MOVE 0.01             TO WS-LIEN-IN-MINI
                 MOVE 500.00           TO WS-LIEN-IN-MAXI
       2130-CHERCHER-ARTICLE-FIN.
           EXIT.

      * LE PRIX CONTRACTUEL DU CLIENT A LA DATE DE LA COMMANDE
      * PARTENAIRE PRIME SUR LE PRIX CATALOGUE.
       2140-VALORISER-DEB.
           MOVE FS-PRT-CLIENT   TO WS-LIEN-PRIXCLI-IN-CLIENT.
           MOVE WS-CODE-TRADUIT TO WS-LIEN-PRIXCLI-IN-ARTICLE.
           MOVE FS-PRT-QTE      TO WS-LIEN-PRIXCLI-IN-QUANTITE.
           MOVE FS-PRT-DATE     TO WS-LIEN-PRIXCLI-IN-DATE.
           MOVE WS-CAT-PRIX(WS-IND-CAT-TROUVE)
             TO WS-LIEN-PRIXCLI-IN-PRIX-CAT.
           CALL WS-SOUS-PROG-PRIXCLI USING WS-LIEN-PRIXCLI.
           IF WS-LIEN-PRIXCLI-OU-CODE-RETOUR = 'C'
              MOVE WS-LIEN-PRIXCLI-OU-PRIX TO WS-PRIX-RETENU
              MOVE 'C' TO WS-SOURCE-PRIX
           ELSE
              MOVE WS-CAT-PRIX(WS-IND-CAT-TROUVE) TO WS-PRIX-RETENU
              MOVE 'L' TO WS-SOURCE-PRIX
           END-IF.
           COMPUTE WS-MONTANT-LIGNE = FS-PRT-QTE * WS-PRIX-RETENU.
       2140-VALORISER-FIN.
           EXIT.

       2200-REJETER-DEB.
           ADD 1 TO WS-NB-REJETEES.
           MOVE SPACES TO FS-ENR-REJET.
           MOVE FS-PRT-QTE      TO CMD-QUANTITE.
           MOVE WS-MONTANT-LIGNE TO CMD-MONTANT.
           MOVE 'PARTNAIR'      TO CMD-OPERATEUR.
           MOVE WS-SOURCE-PRIX  TO CMD-SOURCE-PRIX.
           MOVE 0               TO CMD-QTE-EXPEDIEE.
           WRITE FS-ENR-TRAVAIL FROM WS-ENR-COMMANDE.
           ADD 1 TO WS-NB-ACCEPTEES.
      *    PREMIERE LIGNE ACCEPTEE DE LA COMMANDE : CORRESPONDANCE
      *    DES NUMEROS POUR LE RETOUR AU PARTENAIRE
           IF WS-NUMLIGNE = 1
              MOVE SPACES TO FS-ENR-CORRESP
              MOVE WS-DATE-JOUR   TO FS-COR-DATE
              MOVE WS-NUM-INTERNE TO FS-COR-IDCOMMAND
              MOVE FS-PRT-NUMCDE  TO FS-COR-NUMCDE
              MOVE FS-PRT-CLIENT  TO FS-COR-CLIENT
              WRITE FS-ENR-CORRESP
              ADD 1 TO WS-NB-CORRESP
           END-IF.
       2300-ECRIRE-LIGNE-FIN.
           EXIT.

           DISPLAY 'LIGNES PARTENAIRE LUES : ' WS-NB-LUES.
           DISPLAY 'LIGNES ACCEPTEES       : ' WS-NB-ACCEPTEES.
           DISPLAY 'LIGNES REJETEES        : ' WS-NB-REJETEES.
           DISPLAY 'COMMANDES CORRESPONDUES: ' WS-NB-CORRESP.
           DISPLAY 'FCOMMAND_PART.TXT EST PRET A ETRE AFFECTE A '
                   'FCOMMAND'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
