      *     DES COMMANDES (FORMAT FCOMMAND DE BAPP1) SONT :
      *        E = ENREGISTREE   (POSE PAR COMMANDS)
      *        V = VALIDEE
      *        P = PARTIELLEMENT EXPEDIEE (POSE PAR CMDEXPED)
      *        X = EXPEDIEE
      *        F = FACTUREE
      *        A = ANNULEE
      *     TRANSITIONS AUTORISEES : E-V, V-X, X-F, E-A, V-A,
      *     ET P-F (SOLDE D'UNE COMMANDE PARTIELLE : SEULE LA
      *     PARTIE EXPEDIEE EST FACTUREE, LE RELIQUAT EST ABANDONNE).
      *     LES PASSAGES X-P ET P-X SONT LE FAIT DE CMDEXPED.
      *     TOUT LE RESTE EST REFUSE (RETOUR ARRIERE, SUITE
      *     APRES ANNULATION OU FACTURATION).
      *
      *     HEURE, COMMANDE, ANCIEN, NOUVEAU, OPERATEUR) --
      *     C'EST CET HISTORIQUE QUI PERMET DE DIRE AU CLIENT
      *     OU EN EST SA COMMANDE.
      *
      *     RESERVATION DE STOCK : LE CONTROLE DU DISPONIBLE A
      *     LA SAISIE NE VOYAIT QUE LES SOLDES DE LA CHAINE DE
      *     STOCK, DEUX COMMANDES VALIDEES LE MEME JOUR POUVAIENT
      *     COMPTER SUR LE MEME STOCK ET LA SECONDE ECHOUAIT A
      *     L'EXPEDITION. UNE NOUVELLE GENERATION DU FICHIER DES
      *     RESERVATIONS (RESERVATIONS_NEW.TXT : COMMANDE, LIGNE,
      *     CODE STOCK, DEPOT, QUANTITE, STATUT, CLIENT) EST
      *     ECRITE AVEC CELLE DES ENCOURS : TOUTE LIGNE VALIDEE
      *     ('V'), EXPEDIEE ('X') OU PARTIELLE ('P') Y RESERVE SON
      *     RESTE A LIVRER (QUANTITE MOINS DEJA EXPEDIE) AU DEPOT
      *     DE VENTE (DEPOTVTE, '01' PAR DEFAUT). LE PASSAGE E-V
      *     CREE DONC LA RESERVATION, L'EXPEDITION PAR CMDEXPED
      *     LA CONSOMME, L'ANNULATION (PASSAGE A 'A', LIGNE
      *     EPUREE) LA LIBERE, ET CMDAMEND L'AJUSTE QUAND IL
      *     CHANGE LA QUANTITE D'UNE LIGNE VALIDEE -- CHACUN
      *     REECRIT LES DEUX FICHIERS ENSEMBLE. LA QUANTITE
      *     RESERVEE A DEJA ETE POSTEE EN VENTE PAR CMDSTOCK A
      *     L'ACCEPTATION DE LA COMMANDE : COMMANDS ET STKDISPO
      *     L'AFFICHENT A COTE DU SOLDE DE LA CHAINE SANS LA
      *     DEDUIRE UNE SECONDE FOIS DU DISPONIBLE A PROMETTRE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/cmdstathisto.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-HISTO.
           SELECT FIC-RESERV-NOUV
              ASSIGN TO "./files/reservations_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RESNOUV.

       DATA DIVISION.
       FILE SECTION.
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

       FD FIC-COMMANDES-NOUV RECORDING MODE IS F.
       01  FS-ENR-COMMANDE-NOUV PIC X(110).
           05 FILLER PIC X(1).
           05 FS-HIS-OPERATEUR PIC X(8).

      *    RESERVATION DU RESTE A LIVRER D'UNE LIGNE DE COMMANDE
      *    (MEME DECOUPAGE DANS CMDEXPED, CMDAMEND, COMMANDS ET
      *    STKDISPO).
       FD FIC-RESERV-NOUV RECORDING MODE IS F.
       01  FS-ENR-RESERV-NOUV.
           05 FS-RSV-IDCOMMAND PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-RSV-NUMLIGNE  PIC 99.
           05 FILLER PIC X(1).
           05 FS-RSV-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RSV-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-RSV-QTE       PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-RSV-STATUT    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-RSV-IDCLIENT  PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDSTATU'.
       01  WS-STATUS-CDE   PIC XX.
       01  WS-STATUS-NOUV  PIC XX.
       01  WS-STATUS-MVT   PIC XX.
       01  WS-STATUS-HISTO PIC XX.
       01  WS-STATUS-RESNOUV PIC XX.

      * LE DEPOT DE VENTE EST RESOLU PAR LE REGISTRE CENTRAL
      * GETPARM, COMME DANS CMDSTOCK ET CMDEXPED : LES
      * RESERVATIONS PORTENT SUR LE DEPOT D'OU SORTENT LES VENTES.
       01  WS-DEPOT-VENTES PIC X(2) VALUE '01'.
       01  WS-SOUS-PROG-GETPARM PIC X(8) VALUE 'GETPARM'.
       01  WS-LIEN-GETPARM.
           05 WS-LIEN-GETPARM-IN.
               10 WS-LIEN-GETPARM-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-GETPARM-IN-PARAMETRE PIC X(12).
           05 WS-LIEN-GETPARM-OU.
               10 WS-LIEN-GETPARM-OU-VALEUR PIC X(20).
               10 WS-LIEN-GETPARM-OU-CODE-RETOUR PIC X.

       01  WS-QTE-DEJA-EXPEDIEE PIC 9(3).

       01  WS-HORODATAGE.
           05 WS-HORO-DATE  PIC 9(8).
           05 WS-NB-REFUSES      PIC 9(4) VALUE 0.
           05 WS-NB-INTROUVABLES PIC 9(4) VALUE 0.
           05 WS-NB-EPUREES      PIC 9(5) VALUE 0.
           05 WS-NB-RESERVATIONS PIC 9(5) VALUE 0.
           05 WS-QTE-RESERVEE    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-CMDSTATU-DEB.
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN OUTPUT FIC-COMMANDES-NOUV.
           OPEN OUTPUT FIC-RESERV-NOUV.
           OPEN EXTEND FIC-HISTO-STATUT.
           IF WS-STATUS-HISTO NOT = '00'
              OPEN OUTPUT FIC-HISTO-STATUT
           END-IF.
           ACCEPT WS-HORO-DATE  FROM DATE YYYYMMDD.
           ACCEPT WS-HORO-HEURE FROM TIME.
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'DEPOTVTE'    TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:2)
                TO WS-DEPOT-VENTES
           END-IF.

           PERFORM 2000-LIGNE-COMMANDE-DEB
              THRU 2000-LIGNE-COMMANDE-FIN

           CLOSE FIC-COMMANDES.
           CLOSE FIC-COMMANDES-NOUV.
           CLOSE FIC-RESERV-NOUV.
           CLOSE FIC-HISTO-STATUT.

           PERFORM 3000-RAPPORT-MVTS-DEB
              ELSE
                 MOVE WS-STATUT-CDE TO FS-CDE-CODESTR
                 WRITE FS-ENR-COMMANDE-NOUV FROM FS-ENR-COMMANDE
                 PERFORM 2400-RESERVER-LIGNE-DEB
                    THRU 2400-RESERVER-LIGNE-FIN
              END-IF
              END-IF
           END-IF.
               WHEN 'E' ALSO 'V' MOVE 'O' TO WS-TRANSITION-OK
               WHEN 'V' ALSO 'X' MOVE 'O' TO WS-TRANSITION-OK
               WHEN 'X' ALSO 'F' MOVE 'O' TO WS-TRANSITION-OK
               WHEN 'P' ALSO 'F' MOVE 'O' TO WS-TRANSITION-OK
               WHEN 'E' ALSO 'A' MOVE 'O' TO WS-TRANSITION-OK
               WHEN 'V' ALSO 'A' MOVE 'O' TO WS-TRANSITION-OK
               WHEN OTHER CONTINUE
       2300-HISTORISER-FIN.
           EXIT.

      * RESERVATION DU RESTE A LIVRER DE LA LIGNE QUAND LA
      * COMMANDE EST VALIDEE, EXPEDIEE OU PARTIELLE ; UNE LIGNE
      * ENREGISTREE ('E') NE RESERVE RIEN, UNE LIGNE SOLDEE NON
      * PLUS. CODE STOCK = PREFIXE A 3 CARACTERES DE L'ARTICLE.
       2400-RESERVER-LIGNE-DEB.
           IF WS-STATUT-CDE = 'V'
              OR WS-STATUT-CDE = 'X'
              OR WS-STATUT-CDE = 'P'
              IF FS-CDE-QUANTITE NUMERIC
      *    LIGNE ANTERIEURE AU SUIVI DES QUANTITES EXPEDIEES
                 IF FS-CDE-QTE-EXPEDIEE NUMERIC
                    MOVE FS-CDE-QTE-EXPEDIEE TO WS-QTE-DEJA-EXPEDIEE
                 ELSE
                    MOVE 0 TO WS-QTE-DEJA-EXPEDIEE
                 END-IF
                 IF WS-QTE-DEJA-EXPEDIEE < FS-CDE-QUANTITE
                    MOVE SPACES                TO FS-ENR-RESERV-NOUV
                    MOVE FS-CDE-IDCOMMAND      TO FS-RSV-IDCOMMAND
                    MOVE FS-CDE-NUMLIGNE       TO FS-RSV-NUMLIGNE
                    MOVE FS-CDE-ARTICLE(1:3)   TO FS-RSV-CODE
                    MOVE WS-DEPOT-VENTES       TO FS-RSV-DEPOT
                    COMPUTE FS-RSV-QTE =
                       FS-CDE-QUANTITE - WS-QTE-DEJA-EXPEDIEE
                    MOVE WS-STATUT-CDE         TO FS-RSV-STATUT
                    MOVE FS-CDE-IDCLIENT       TO FS-RSV-IDCLIENT
                    WRITE FS-ENR-RESERV-NOUV
                    ADD 1          TO WS-NB-RESERVATIONS
                    ADD FS-RSV-QTE TO WS-QTE-RESERVEE
                 END-IF
              END-IF
           END-IF.
       2400-RESERVER-LIGNE-FIN.
           EXIT.

       3000-RAPPORT-MVTS-DEB.
           PERFORM 3010-MVT-NON-VU-DEB
              THRU 3010-MVT-NON-VU-FIN
           DISPLAY 'TRANSITIONS REFUSEES     : ' WS-NB-REFUSES.
           DISPLAY 'COMMANDES INTROUVABLES   : ' WS-NB-INTROUVABLES.
           DISPLAY 'LIGNES EPUREES (F/A)     : ' WS-NB-EPUREES.
           DISPLAY 'LIGNES RESERVEES         : ' WS-NB-RESERVATIONS
                   ' (DEPOT ' WS-DEPOT-VENTES ')'.
           DISPLAY 'QUANTITE RESERVEE        : ' WS-QTE-RESERVEE.
           DISPLAY 'BASCULER FCOMMAND_ENCOURS_NEW.TXT SUR '
                   'FCOMMAND_ENCOURS.TXT APRES CONTROLE'.
           DISPLAY 'BASCULER RESERVATIONS_NEW.TXT SUR '
                   'RESERVATIONS.TXT APRES CONTROLE'.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

