      *         DEFAUT), EN ORDRE CHRONOLOGIQUE,
      *       - SES DEPARTS EN EXPEDITION PAR COMMANDE ET PAR
      *         CLIENT (ALLOCATIONS EXPALLOC.TXT DE CMDEXPED),
      *       - SES RETOURS AU FOURNISSEUR AVEC LEUR AVOIR
      *         (RETFOURNJRN.TXT D'ACHRETOU),
      *       - SES ASSEMBLAGES (FABTRACE.TXT DE FABORDRE) : POUR
      *         UN LOT DE KIT, LES LOTS DE COMPOSANTS DONT IL EST
      *         COMPOSE ; POUR UN LOT DE COMPOSANT, LES LOTS DE
      *         KITS DANS LESQUELS IL EST ENTRE,
      *       - SON SOLDE RESTANT PAR DEPOT (LOTSOLDES.TXT).
      *     LA PREPARATION AU RAPPEL N'EST PLUS UN GREP.
      *********************************************************
              ASSIGN TO "./files/expalloc.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ALLOC.
           SELECT FIC-RETOURS-FOURN
              ASSIGN TO "./files/retfournjrn.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RTF.
           SELECT FIC-TRACE-FAB
              ASSIGN TO "./files/fabtrace.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRC.
           SELECT FIC-LOTS
              ASSIGN TO "./files/lotsoldes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
           05 FILLER PIC X(1).
           05 FS-MVT-DLUO    PIC X(8).

       FD FIC-RETOURS-FOURN RECORDING MODE IS F.
       01  FS-ENR-RETOUR-FOURN.
           05 FS-RTF-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-RTF-AVOIR    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-RTF-FOURN    PIC X(4).
           05 FILLER PIC X(1).
           05 FS-RTF-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-RTF-ARTICLE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RTF-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-RTF-LOT      PIC X(8).
           05 FILLER PIC X(1).
           05 FS-RTF-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-RTF-MOTIF    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-RTF-MONTANT  PIC 9(7)V99.

       FD FIC-ALLOCATIONS RECORDING MODE IS F.
       01  FS-ENR-ALLOC.
           05 FS-ALC-DATE      PIC 9(8).
           05 FS-ALC-DLUO      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ALC-QTE       PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-ALC-EMPL      PIC X(8).

      *    JOURNAL DE TRACABILITE DES ASSEMBLAGES (UN
      *    ENREGISTREMENT PAR LOT DE COMPOSANT CONSOMME).
       FD FIC-TRACE-FAB RECORDING MODE IS F.
       01  FS-ENR-TRACE.
           05 FS-TRC-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-TRC-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-TRC-CODE-FINI PIC X(3).
           05 FILLER PIC X(1).
           05 FS-TRC-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-TRC-LOT-FINI  PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRC-QTE-FINIE PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-TRC-CODE-COMP PIC X(3).
           05 FILLER PIC X(1).
           05 FS-TRC-LOT-COMP  PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRC-DLUO-COMP PIC X(8).
           05 FILLER PIC X(1).
           05 FS-TRC-QTE-COMP  PIC 9(7).
           05 FILLER PIC X(1).
           05 FS-TRC-OPERATEUR PIC X(8).

       FD FIC-LOTS RECORDING MODE IS F.
       01  FS-ENR-LOT.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'LOTTRACE'.
       01  WS-STATUS-MVT   PIC XX.
       01  WS-STATUS-ALLOC PIC XX.
       01  WS-STATUS-RTF   PIC XX.
       01  WS-STATUS-LOTS  PIC XX.
       01  WS-STATUS-TRC   PIC XX.
       01  WS-FICHIER-JOUR PIC X(40).

       01  WS-LOT-CHERCHE  PIC X(8) VALUE SPACES.
           05 WS-NB-TRANSFERTS PIC 9(5) VALUE 0.
           05 WS-NB-AJUSTES    PIC 9(5) VALUE 0.
           05 WS-NB-EXPEDITIONS PIC 9(5) VALUE 0.
           05 WS-NB-RETOURS-FOURN PIC 9(5) VALUE 0.
           05 WS-NB-SOLDES     PIC 9(3) VALUE 0.
           05 WS-NB-COMPOSE-DE PIC 9(5) VALUE 0.
           05 WS-NB-ENTRE-DANS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-LOTTRACE-DEB.
              THRU 1000-BALAYER-HISTORIQUE-FIN.
           PERFORM 2000-EXPEDITIONS-DEB
              THRU 2000-EXPEDITIONS-FIN.
           PERFORM 2500-RETOURS-FOURNISSEUR-DEB
              THRU 2500-RETOURS-FOURNISSEUR-FIN.
           PERFORM 2700-ASSEMBLAGES-DEB
              THRU 2700-ASSEMBLAGES-FIN.
           PERFORM 3000-SOLDES-RESTANTS-DEB
              THRU 3000-SOLDES-RESTANTS-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
       2010-UNE-ALLOCATION-FIN.
           EXIT.

       2500-RETOURS-FOURNISSEUR-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RETOURS DU LOT AU FOURNISSEUR (AVOIR) :'.
           OPEN INPUT FIC-RETOURS-FOURN.
           IF WS-STATUS-RTF = '00'
              PERFORM 2510-UN-RETOUR-FOURN-DEB
                 THRU 2510-UN-RETOUR-FOURN-FIN
                 UNTIL WS-STATUS-RTF NOT = '00'
              CLOSE FIC-RETOURS-FOURN
           END-IF.
           IF WS-NB-RETOURS-FOURN = 0
              DISPLAY '(AUCUN)'
           END-IF.
       2500-RETOURS-FOURNISSEUR-FIN.
           EXIT.

       2510-UN-RETOUR-FOURN-DEB.
           READ FIC-RETOURS-FOURN
              AT END
                 MOVE '10' TO WS-STATUS-RTF
           END-READ.
           IF WS-STATUS-RTF = '00'
              IF FS-RTF-LOT = WS-LOT-CHERCHE
                 ADD 1 TO WS-NB-RETOURS-FOURN
                 DISPLAY FS-RTF-DATE ' FOURNISSEUR '
                         FS-RTF-FOURN ' COMMANDE '
                         FS-RTF-COMMANDE ' ' FS-RTF-ARTICLE
                         ' DEPOT ' FS-RTF-DEPOT
                         ' QTE ' FS-RTF-QTE
                         ' AVOIR RF' FS-RTF-AVOIR
                         ' MOTIF ' FS-RTF-MOTIF
              END-IF
           END-IF.
       2510-UN-RETOUR-FOURN-FIN.
           EXIT.

      * UN MEME LOT PEUT ETRE A LA FOIS UN LOT DE KIT ET UN LOT
      * DE COMPOSANT (SOUS-ENSEMBLE) : LES DEUX SENS SONT EDITES.
       2700-ASSEMBLAGES-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'ASSEMBLAGES DU LOT (ORDRE, KIT, COMPOSANT) :'.
           OPEN INPUT FIC-TRACE-FAB.
           IF WS-STATUS-TRC = '00'
              PERFORM 2710-UNE-TRACE-DEB
                 THRU 2710-UNE-TRACE-FIN
                 UNTIL WS-STATUS-TRC NOT = '00'
              CLOSE FIC-TRACE-FAB
           END-IF.
           IF WS-NB-COMPOSE-DE = 0
              AND WS-NB-ENTRE-DANS = 0
              DISPLAY '(AUCUN)'
           END-IF.
       2700-ASSEMBLAGES-FIN.
           EXIT.

       2710-UNE-TRACE-DEB.
           READ FIC-TRACE-FAB
              AT END
                 MOVE '10' TO WS-STATUS-TRC
           END-READ.
           IF WS-STATUS-TRC = '00'
              IF FS-TRC-LOT-FINI = WS-LOT-CHERCHE
                 ADD 1 TO WS-NB-COMPOSE-DE
                 DISPLAY FS-TRC-DATE ' OF ' FS-TRC-NUMERO
                         ' KIT ' FS-TRC-CODE-FINI
                         ' DEPOT ' FS-TRC-DEPOT
                         ' COMPOSE DE ' FS-TRC-CODE-COMP
                         ' LOT ' FS-TRC-LOT-COMP
                         ' DLUO ' FS-TRC-DLUO-COMP
                         ' QTE ' FS-TRC-QTE-COMP
              END-IF
              IF FS-TRC-LOT-COMP = WS-LOT-CHERCHE
                 ADD 1 TO WS-NB-ENTRE-DANS
                 DISPLAY FS-TRC-DATE ' OF ' FS-TRC-NUMERO
                         ' ' FS-TRC-CODE-COMP
                         ' QTE ' FS-TRC-QTE-COMP
                         ' ENTRE DANS KIT ' FS-TRC-CODE-FINI
                         ' LOT ' FS-TRC-LOT-FINI
                         ' DEPOT ' FS-TRC-DEPOT
              END-IF
           END-IF.
       2710-UNE-TRACE-FIN.
           EXIT.

       3000-SOLDES-RESTANTS-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SOLDE RESTANT DU LOT PAR DEPOT :'.
           DISPLAY 'TRANSFERTS  : ' WS-NB-TRANSFERTS.
           DISPLAY 'AJUSTEMENTS : ' WS-NB-AJUSTES.
           DISPLAY 'EXPEDITIONS : ' WS-NB-EXPEDITIONS.
           DISPLAY 'RETOURS FOURNISSEUR : ' WS-NB-RETOURS-FOURN.
           DISPLAY 'COMPOSANTS DU LOT   : ' WS-NB-COMPOSE-DE.
           DISPLAY 'ENTREES EN KIT      : ' WS-NB-ENTRE-DANS.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

