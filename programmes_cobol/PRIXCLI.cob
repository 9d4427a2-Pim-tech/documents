       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIXCLI.

      *********************************************************
      *     SOUS-PROGRAMME COMMUN DES PRIX CONTRACTUELS CLIENT.
      *
      *     TOUTE LIGNE ETAIT VALORISEE AU PRIX DU CATALOGUE OU
      *     A SA PROMOTION, LE MEME POUR TOUS LES CLIENTS. LES
      *     GRANDS COMPTES ONT NEGOCIE DES ACCORDS DE PRIX, TENUS
      *     DANS TARIFCLIENT.TXT (CLIENT, TYPE 'A' ARTICLE OU
      *     'F' FAMILLE, CODE ARTICLE OU FAMILLE, MODE 'P' PRIX
      *     FIXE OU 'R' REMISE EN POURCENT DU PRIX CATALOGUE,
      *     VALEUR, QUANTITE MINIMALE DU PALIER, DATES DE
      *     VALIDITE). CE SOUS-PROGRAMME EST CONSULTE AVANT LE
      *     CATALOGUE PARTOUT OU UNE LIGNE EST VALORISEE :
      *       - SEULES COMPTENT LES LIGNES DU CLIENT EN VIGUEUR
      *         A LA DATE DE LA LIGNE ET DONT LE PALIER EST
      *         ATTEINT PAR LA QUANTITE,
      *       - UN ACCORD SUR L'ARTICLE PRIME SUR UN ACCORD SUR
      *         SA FAMILLE (PRISE DANS ARTICLES.TXT PAR LE
      *         PREFIXE A 3 CARACTERES DU CODE, COMME CMDFACT),
      *       - ENTRE DEUX ACCORDS DE MEME NIVEAU, LE PALIER LE
      *         PLUS ELEVE ATTEINT FAIT FOI,
      *       - CODE RETOUR 'C' AVEC LE PRIX UNITAIRE CONTRACTUEL,
      *         'N' SANS ACCORD APPLICABLE (L'APPELANT GARDE SA
      *         REGLE CATALOGUE / PROMOTION).
      *     LE FICHIER EST RELU A CHAQUE APPEL, COMME GETPARM.
      *     MEME CONVENTION D'APPEL (ZONE DE LIEN LS-LIEN).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-TARIFS
              ASSIGN TO "./files/tarifclient.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TRF.
           SELECT FIC-ARTICLES
              ASSIGN TO "./files/articles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ART.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-TARIFS RECORDING MODE IS F.
       01  FS-ENR-TARIF.
           05 FS-TRF-CLIENT   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-TRF-TYPE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-TRF-CODE     PIC X(6).
           05 FILLER PIC X(1).
           05 FS-TRF-MODE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-TRF-VALEUR   PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 FS-TRF-QTE-MINI PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-TRF-VAL-DU   PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-TRF-VAL-AU   PIC 9(8).

       FD FIC-ARTICLES RECORDING MODE IS F.
       01  FS-ENR-ART.
           05 FS-ART-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-ART-SENS  PIC X(1).
           05 FS-ART-QTE   PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-ART-COUT  PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-ART-FAMILLE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-SERIALISE PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-TRF PIC XX.
       01  WS-STATUS-ART PIC XX.

      * FAMILLE DE L'ARTICLE, CHERCHEE UNE FOIS PAR APPEL AU
      * PREMIER ACCORD DE FAMILLE RENCONTRE POUR LE CLIENT.
       01  WS-FAMILLE-RESOLUE PIC X.
       01  WS-FAMILLE         PIC X(3).

      * MEILLEUR ACCORD RETENU : NIVEAU 2 ARTICLE, 1 FAMILLE.
       01  WS-NIVEAU-RETENU   PIC 9.
       01  WS-PALIER-RETENU   PIC 9(3).
       01  WS-MODE-RETENU     PIC X(1).
       01  WS-LIGNE-OK        PIC X(1).
       01  WS-VALEUR-RETENUE  PIC 9(3)V99.
       01  WS-NIVEAU-LIGNE    PIC 9.

      ********************************************************
      * ZONE DE LIEN AVEC LE PROGRAMME APPELANT
      ********************************************************
      * LA ZONE DE LIEN DOIT ETRE DE LA MEME LONGUEUR
      * DANS LE PROGRAMME ET LE SOUS-PROGRAMME
      ********************************************************
       LINKAGE SECTION.
      ********************************************************
       01 LS-LIEN-PRIXCLI.
          05 LS-LIEN-IN.
             10 LS-LIEN-IN-CLIENT    PIC 9(5).
             10 LS-LIEN-IN-ARTICLE   PIC X(6).
             10 LS-LIEN-IN-QUANTITE  PIC 9(3).
             10 LS-LIEN-IN-DATE      PIC 9(8).
             10 LS-LIEN-IN-PRIX-CAT  PIC 9(3)V99.
          05 LS-LIEN-OU.
             10 LS-LIEN-OU-PRIX      PIC 9(3)V99.
             10 LS-LIEN-OU-CODE-RETOUR PIC X.
                88 LS-OU-CONTRAT       VALUE 'C'.
                88 LS-OU-SANS-CONTRAT  VALUE 'N'.
      ********************************************************
       PROCEDURE DIVISION USING LS-LIEN-PRIXCLI.
      ********************************************************
       0000-PRIXCLI-DEB.
           MOVE LS-LIEN-IN-PRIX-CAT TO LS-LIEN-OU-PRIX.
           MOVE 'N' TO LS-LIEN-OU-CODE-RETOUR.
           MOVE 'N' TO WS-FAMILLE-RESOLUE.
           MOVE SPACES TO WS-FAMILLE.
           MOVE 0 TO WS-NIVEAU-RETENU.
           MOVE 0 TO WS-PALIER-RETENU.
           OPEN INPUT FIC-TARIFS.
           IF WS-STATUS-TRF = '00'
              PERFORM 1000-UNE-LIGNE-DEB
                 THRU 1000-UNE-LIGNE-FIN
                 UNTIL WS-STATUS-TRF NOT = '00'
              CLOSE FIC-TARIFS
           END-IF.
           IF WS-NIVEAU-RETENU > 0
              IF WS-MODE-RETENU = 'P'
                 MOVE WS-VALEUR-RETENUE TO LS-LIEN-OU-PRIX
              ELSE
                 COMPUTE LS-LIEN-OU-PRIX ROUNDED =
                         LS-LIEN-IN-PRIX-CAT
                         * (100 - WS-VALEUR-RETENUE) / 100
              END-IF
              MOVE 'C' TO LS-LIEN-OU-CODE-RETOUR
           END-IF.
           GOBACK.
       0000-PRIXCLI-FIN.
           EXIT.

      * UNE LIGNE D'ACCORD : CLIENT, VALIDITE, PALIER, PUIS
      * ARTICLE OU FAMILLE ; LE NIVEAU PUIS LE PALIER LE PLUS
      * ELEVES GAGNENT. UNE REMISE DE PLUS DE 100 % OU UN MODE
      * INCONNU EST IGNORE.
       1000-UNE-LIGNE-DEB.
           MOVE 'O' TO WS-LIGNE-OK.
           READ FIC-TARIFS
              AT END
                 MOVE '10' TO WS-STATUS-TRF
           END-READ.
           IF WS-STATUS-TRF NOT = '00'
              MOVE 'N' TO WS-LIGNE-OK
           END-IF.
           IF WS-LIGNE-OK = 'O'
              IF FS-TRF-CLIENT NOT = LS-LIEN-IN-CLIENT
                 OR LS-LIEN-IN-DATE < FS-TRF-VAL-DU
                 OR LS-LIEN-IN-DATE > FS-TRF-VAL-AU
                 OR LS-LIEN-IN-QUANTITE < FS-TRF-QTE-MINI
                 MOVE 'N' TO WS-LIGNE-OK
              END-IF
           END-IF.
           IF WS-LIGNE-OK = 'O'
              IF FS-TRF-MODE NOT = 'P' AND FS-TRF-MODE NOT = 'R'
                 MOVE 'N' TO WS-LIGNE-OK
              END-IF
           END-IF.
           IF WS-LIGNE-OK = 'O'
              IF FS-TRF-MODE = 'R' AND FS-TRF-VALEUR > 100
                 MOVE 'N' TO WS-LIGNE-OK
              END-IF
           END-IF.
           IF WS-LIGNE-OK = 'O'
              MOVE 0 TO WS-NIVEAU-LIGNE
              EVALUATE FS-TRF-TYPE
                 WHEN 'A'
                    IF FS-TRF-CODE = LS-LIEN-IN-ARTICLE
                       MOVE 2 TO WS-NIVEAU-LIGNE
                    END-IF
                 WHEN 'F'
                    IF WS-FAMILLE-RESOLUE = 'N'
                       PERFORM 2000-RESOUDRE-FAMILLE-DEB
                          THRU 2000-RESOUDRE-FAMILLE-FIN
                    END-IF
                    IF WS-FAMILLE NOT = SPACES
                       AND FS-TRF-CODE(1:3) = WS-FAMILLE
                       MOVE 1 TO WS-NIVEAU-LIGNE
                    END-IF
              END-EVALUATE
              IF WS-NIVEAU-LIGNE = 0
                 MOVE 'N' TO WS-LIGNE-OK
              END-IF
           END-IF.
           IF WS-LIGNE-OK = 'O'
              IF WS-NIVEAU-LIGNE > WS-NIVEAU-RETENU
                 OR (WS-NIVEAU-LIGNE = WS-NIVEAU-RETENU
                     AND FS-TRF-QTE-MINI > WS-PALIER-RETENU)
                 MOVE WS-NIVEAU-LIGNE TO WS-NIVEAU-RETENU
                 MOVE FS-TRF-QTE-MINI TO WS-PALIER-RETENU
                 MOVE FS-TRF-MODE     TO WS-MODE-RETENU
                 MOVE FS-TRF-VALEUR   TO WS-VALEUR-RETENUE
              END-IF
           END-IF.
       1000-UNE-LIGNE-FIN.
           EXIT.

      * FAMILLE DU CODE STOCK (PREFIXE A 3 CARACTERES DU CODE
      * CATALOGUE) : LE PREMIER DEPOT RENCONTRE FAIT FOI.
       2000-RESOUDRE-FAMILLE-DEB.
           MOVE 'O' TO WS-FAMILLE-RESOLUE.
           OPEN INPUT FIC-ARTICLES.
           IF WS-STATUS-ART = '00'
              PERFORM 2010-UN-ARTICLE-DEB
                 THRU 2010-UN-ARTICLE-FIN
                 UNTIL WS-STATUS-ART NOT = '00'
                 OR WS-FAMILLE NOT = SPACES
              CLOSE FIC-ARTICLES
           END-IF.
       2000-RESOUDRE-FAMILLE-FIN.
           EXIT.

       2010-UN-ARTICLE-DEB.
           READ FIC-ARTICLES
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
           IF WS-STATUS-ART = '00'
              AND FS-ART-CODE = LS-LIEN-IN-ARTICLE(1:3)
              MOVE FS-ART-FAMILLE TO WS-FAMILLE
           END-IF.
       2010-UN-ARTICLE-FIN.
           EXIT.

       END PROGRAM PRIXCLI.
