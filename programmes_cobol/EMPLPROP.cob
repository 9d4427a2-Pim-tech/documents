       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLPROP.

      *********************************************************
      *     SOUS-PROGRAMME COMMUN DE PROPOSITION D'EMPLACEMENT
      *     DE RANGEMENT.
      *
      *     LA MARCHANDISE RECUE OU RENDUE ETAIT POSEE OU IL
      *     RESTAIT DE LA PLACE ET LES PICKEURS LA CHERCHAIENT
      *     DANS TOUT LE DEPOT. LES EMPLACEMENTS SONT DECRITS PAR
      *     DEPOT DANS EMPLACEMENTS.TXT (DEPOT, EMPLACEMENT,
      *     ORDRE DE PASSAGE, CAPACITE EN UNITES, 0 SANS LIMITE,
      *     ACTIF 'O'/'N') ET LEUR CONTENU DANS EMPLSTOCK.TXT
      *     (DEPOT, EMPLACEMENT, ARTICLE, LOT, QUANTITE), TENU
      *     PAR EMPLMAJ. POUR UN LOT A RANGER, LE SOUS-PROGRAMME
      *     PROPOSE, PARMI LES EMPLACEMENTS ACTIFS DU DEPOT QUI
      *     ONT LA PLACE POUR TOUTE LA QUANTITE, ET DANS CHAQUE
      *     CAS LE PREMIER DANS L'ORDRE DE PASSAGE :
      *       - 'L' UN EMPLACEMENT QUI CONTIENT DEJA LE LOT,
      *       - 'A' A DEFAUT UN EMPLACEMENT QUI CONTIENT DEJA
      *         L'ARTICLE (UN AUTRE LOT),
      *       - 'V' A DEFAUT UN EMPLACEMENT VIDE,
      *       - 'N' AUCUN EMPLACEMENT (RANGEMENT AU JUGE).
      *     LES DEUX FICHIERS SONT CHARGES AU PREMIER APPEL ET
      *     LES PROPOSITIONS FAITES SONT AJOUTEES AU CONTENU EN
      *     MEMOIRE : DEUX LOTS DU MEME RUN NE SONT PAS PROPOSES
      *     DANS UN EMPLACEMENT QUI NE PEUT EN CONTENIR QU'UN.
      *     MEME CONVENTION D'APPEL (ZONE DE LIEN LS-LIEN).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-EMPLACEMENTS
              ASSIGN TO "./files/emplacements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EMP.
           SELECT FIC-EMPL-STOCK
              ASSIGN TO "./files/emplstock.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EST.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-EMPLACEMENTS RECORDING MODE IS F.
       01  FS-ENR-EMPL.
           05 FS-EMP-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-EMP-EMPL     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-EMP-ORDRE    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-EMP-CAPACITE PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-EMP-ACTIF    PIC X(1).

       FD FIC-EMPL-STOCK RECORDING MODE IS F.
       01  FS-ENR-EMPL-STOCK.
           05 FS-EST-DEPOT PIC X(2).
           05 FILLER PIC X(1).
           05 FS-EST-EMPL  PIC X(8).
           05 FILLER PIC X(1).
           05 FS-EST-CODE  PIC X(3).
           05 FILLER PIC X(1).
           05 FS-EST-LOT   PIC X(8).
           05 FILLER PIC X(1).
           05 FS-EST-QTE   PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-EMP PIC XX.
       01  WS-STATUS-EST PIC XX.

       01  WS-TABLES-CHARGEES PIC X VALUE 'N'.

      * EMPLACEMENTS DE TOUS LES DEPOTS.
       01  WS-EMPLACEMENTS.
           05 WS-NB-EMPL PIC 9(3) VALUE 0.
           05 WS-EMP OCCURS 500 TIMES.
               10 WS-EMP-DEPOT    PIC X(2).
               10 WS-EMP-EMPL     PIC X(8).
               10 WS-EMP-ORDRE    PIC 9(5).
               10 WS-EMP-CAPACITE PIC 9(5).
               10 WS-EMP-ACTIF    PIC X(1).
       01  WS-IND-EMP PIC 9(3).

      * CONTENU DES EMPLACEMENTS, AUGMENTE DES PROPOSITIONS.
       01  WS-EMPL-STOCK.
           05 WS-NB-EST PIC 9(4) VALUE 0.
           05 WS-EST OCCURS 999 TIMES.
               10 WS-EST-DEPOT PIC X(2).
               10 WS-EST-EMPL  PIC X(8).
               10 WS-EST-CODE  PIC X(3).
               10 WS-EST-LOT   PIC X(8).
               10 WS-EST-QTE   PIC 9(5).
       01  WS-IND-EST        PIC 9(4).
       01  WS-IND-EST-TROUVE PIC 9(4).

      * EXAMEN D'UN EMPLACEMENT : OCCUPATION ET CONTENU.
       01  WS-OCCUPATION PIC 9(7).
       01  WS-A-LE-LOT     PIC X.
       01  WS-A-L-ARTICLE  PIC X.
       01  WS-A-LA-PLACE   PIC X.
       01  WS-EMPL-OK      PIC X.

      * MEILLEUR CANDIDAT DE CHAQUE NIVEAU (LOT, ARTICLE, VIDE).
       01  WS-IND-CAND-LOT  PIC 9(3).
       01  WS-IND-CAND-ART  PIC 9(3).
       01  WS-IND-CAND-VIDE PIC 9(3).
       01  WS-IND-RETENU    PIC 9(3).

      ********************************************************
      * ZONE DE LIEN AVEC LE PROGRAMME APPELANT
      ********************************************************
      * LA ZONE DE LIEN DOIT ETRE DE LA MEME LONGUEUR
      * DANS LE PROGRAMME ET LE SOUS-PROGRAMME
      ********************************************************
       LINKAGE SECTION.
      ********************************************************
       01 LS-LIEN-EMPLPROP.
          05 LS-LIEN-IN.
             10 LS-LIEN-IN-DEPOT     PIC X(2).
             10 LS-LIEN-IN-CODE      PIC X(3).
             10 LS-LIEN-IN-LOT       PIC X(8).
             10 LS-LIEN-IN-QUANTITE  PIC 9(5).
          05 LS-LIEN-OU.
             10 LS-LIEN-OU-EMPL      PIC X(8).
             10 LS-LIEN-OU-CODE-RETOUR PIC X.
                88 LS-OU-MEME-LOT      VALUE 'L'.
                88 LS-OU-MEME-ARTICLE  VALUE 'A'.
                88 LS-OU-EMPL-VIDE     VALUE 'V'.
                88 LS-OU-SANS-EMPL     VALUE 'N'.
      ********************************************************
       PROCEDURE DIVISION USING LS-LIEN-EMPLPROP.
      ********************************************************
       0000-EMPLPROP-DEB.
           MOVE SPACES TO LS-LIEN-OU-EMPL.
           MOVE 'N' TO LS-LIEN-OU-CODE-RETOUR.
           IF WS-TABLES-CHARGEES = 'N'
              PERFORM 1000-CHARGER-EMPL-DEB
                 THRU 1000-CHARGER-EMPL-FIN
              PERFORM 1100-CHARGER-STOCK-DEB
                 THRU 1100-CHARGER-STOCK-FIN
              MOVE 'O' TO WS-TABLES-CHARGEES
           END-IF.
           MOVE 0 TO WS-IND-CAND-LOT.
           MOVE 0 TO WS-IND-CAND-ART.
           MOVE 0 TO WS-IND-CAND-VIDE.
           PERFORM 2000-EXAMINER-EMPL-DEB
              THRU 2000-EXAMINER-EMPL-FIN
              VARYING WS-IND-EMP FROM 1 BY 1
              UNTIL WS-IND-EMP > WS-NB-EMPL.
           MOVE 0 TO WS-IND-RETENU.
           EVALUATE TRUE
              WHEN WS-IND-CAND-LOT > 0
                 MOVE WS-IND-CAND-LOT  TO WS-IND-RETENU
                 MOVE 'L' TO LS-LIEN-OU-CODE-RETOUR
              WHEN WS-IND-CAND-ART > 0
                 MOVE WS-IND-CAND-ART  TO WS-IND-RETENU
                 MOVE 'A' TO LS-LIEN-OU-CODE-RETOUR
              WHEN WS-IND-CAND-VIDE > 0
                 MOVE WS-IND-CAND-VIDE TO WS-IND-RETENU
                 MOVE 'V' TO LS-LIEN-OU-CODE-RETOUR
           END-EVALUATE.
           IF WS-IND-RETENU > 0
              MOVE WS-EMP-EMPL(WS-IND-RETENU) TO LS-LIEN-OU-EMPL
              PERFORM 3000-RESERVER-PLACE-DEB
                 THRU 3000-RESERVER-PLACE-FIN
           END-IF.
           GOBACK.
       0000-EMPLPROP-FIN.
           EXIT.

      * SANS FICHIER DES EMPLACEMENTS, AUCUNE PROPOSITION.
       1000-CHARGER-EMPL-DEB.
           OPEN INPUT FIC-EMPLACEMENTS.
           IF WS-STATUS-EMP = '00'
              PERFORM 1010-CHARGER-UN-EMPL-DEB
                 THRU 1010-CHARGER-UN-EMPL-FIN
                 UNTIL WS-STATUS-EMP NOT = '00'
              CLOSE FIC-EMPLACEMENTS
           END-IF.
       1000-CHARGER-EMPL-FIN.
           EXIT.

       1010-CHARGER-UN-EMPL-DEB.
           READ FIC-EMPLACEMENTS
              AT END
                 MOVE '10' TO WS-STATUS-EMP
           END-READ.
           IF WS-STATUS-EMP = '00'
              IF WS-NB-EMPL < 500
                 ADD 1 TO WS-NB-EMPL
                 MOVE FS-EMP-DEPOT    TO WS-EMP-DEPOT(WS-NB-EMPL)
                 MOVE FS-EMP-EMPL     TO WS-EMP-EMPL(WS-NB-EMPL)
                 MOVE FS-EMP-ORDRE    TO WS-EMP-ORDRE(WS-NB-EMPL)
                 MOVE FS-EMP-CAPACITE TO WS-EMP-CAPACITE(WS-NB-EMPL)
                 MOVE FS-EMP-ACTIF    TO WS-EMP-ACTIF(WS-NB-EMPL)
              ELSE
                 DISPLAY 'EMPLPROP : TABLE DES EMPLACEMENTS PLEINE '
                         '(500), IGNORE : ' FS-EMP-EMPL
              END-IF
           END-IF.
       1010-CHARGER-UN-EMPL-FIN.
           EXIT.

      * SANS CONTENU CONNU, TOUS LES EMPLACEMENTS SONT VIDES.
       1100-CHARGER-STOCK-DEB.
           OPEN INPUT FIC-EMPL-STOCK.
           IF WS-STATUS-EST = '00'
              PERFORM 1110-CHARGER-UNE-LIGNE-DEB
                 THRU 1110-CHARGER-UNE-LIGNE-FIN
                 UNTIL WS-STATUS-EST NOT = '00'
              CLOSE FIC-EMPL-STOCK
           END-IF.
       1100-CHARGER-STOCK-FIN.
           EXIT.

       1110-CHARGER-UNE-LIGNE-DEB.
           READ FIC-EMPL-STOCK
              AT END
                 MOVE '10' TO WS-STATUS-EST
           END-READ.
           IF WS-STATUS-EST = '00'
              IF WS-NB-EST < 999
                 ADD 1 TO WS-NB-EST
                 MOVE FS-EST-DEPOT TO WS-EST-DEPOT(WS-NB-EST)
                 MOVE FS-EST-EMPL  TO WS-EST-EMPL(WS-NB-EST)
                 MOVE FS-EST-CODE  TO WS-EST-CODE(WS-NB-EST)
                 MOVE FS-EST-LOT   TO WS-EST-LOT(WS-NB-EST)
                 MOVE FS-EST-QTE   TO WS-EST-QTE(WS-NB-EST)
              ELSE
                 DISPLAY 'EMPLPROP : TABLE DU CONTENU PLEINE (999), '
                         'IGNORE : ' FS-EST-EMPL ' ' FS-EST-LOT
              END-IF
           END-IF.
       1110-CHARGER-UNE-LIGNE-FIN.
           EXIT.

      * UN EMPLACEMENT ACTIF DU DEPOT DEMANDE QUI A LA PLACE :
      * IL EST CANDIDAT AU NIVEAU LE PLUS FORT QU'IL ATTEINT,
      * S'IL PASSE AVANT LE CANDIDAT DEJA RETENU A CE NIVEAU.
       2000-EXAMINER-EMPL-DEB.
           MOVE 'O' TO WS-EMPL-OK.
           IF WS-EMP-DEPOT(WS-IND-EMP) NOT = LS-LIEN-IN-DEPOT
              OR WS-EMP-ACTIF(WS-IND-EMP) NOT = 'O'
              MOVE 'N' TO WS-EMPL-OK
           END-IF.
           IF WS-EMPL-OK = 'O'
              MOVE 0   TO WS-OCCUPATION
              MOVE 'N' TO WS-A-LE-LOT
              MOVE 'N' TO WS-A-L-ARTICLE
              PERFORM 2010-CONTENU-EMPL-DEB
                 THRU 2010-CONTENU-EMPL-FIN
                 VARYING WS-IND-EST FROM 1 BY 1
                 UNTIL WS-IND-EST > WS-NB-EST
              MOVE 'O' TO WS-A-LA-PLACE
              IF WS-EMP-CAPACITE(WS-IND-EMP) > 0
                 AND WS-OCCUPATION + LS-LIEN-IN-QUANTITE
                     > WS-EMP-CAPACITE(WS-IND-EMP)
                 MOVE 'N' TO WS-A-LA-PLACE
              END-IF
              IF WS-A-LA-PLACE = 'N'
                 MOVE 'N' TO WS-EMPL-OK
              END-IF
           END-IF.
           IF WS-EMPL-OK = 'O'
              IF WS-A-LE-LOT = 'O'
                 IF WS-IND-CAND-LOT = 0
                    OR WS-EMP-ORDRE(WS-IND-EMP)
                       < WS-EMP-ORDRE(WS-IND-CAND-LOT)
                    MOVE WS-IND-EMP TO WS-IND-CAND-LOT
                 END-IF
                 MOVE 'N' TO WS-EMPL-OK
              END-IF
           END-IF.
           IF WS-EMPL-OK = 'O'
              IF WS-A-L-ARTICLE = 'O'
                 IF WS-IND-CAND-ART = 0
                    OR WS-EMP-ORDRE(WS-IND-EMP)
                       < WS-EMP-ORDRE(WS-IND-CAND-ART)
                    MOVE WS-IND-EMP TO WS-IND-CAND-ART
                 END-IF
                 MOVE 'N' TO WS-EMPL-OK
              END-IF
           END-IF.
           IF WS-EMPL-OK = 'O'
              IF WS-OCCUPATION = 0
                 IF WS-IND-CAND-VIDE = 0
                    OR WS-EMP-ORDRE(WS-IND-EMP)
                       < WS-EMP-ORDRE(WS-IND-CAND-VIDE)
                    MOVE WS-IND-EMP TO WS-IND-CAND-VIDE
                 END-IF
              END-IF
           END-IF.
       2000-EXAMINER-EMPL-FIN.
           EXIT.

       2010-CONTENU-EMPL-DEB.
           IF WS-EST-DEPOT(WS-IND-EST) = WS-EMP-DEPOT(WS-IND-EMP)
              AND WS-EST-EMPL(WS-IND-EST) = WS-EMP-EMPL(WS-IND-EMP)
              AND WS-EST-QTE(WS-IND-EST) > 0
              ADD WS-EST-QTE(WS-IND-EST) TO WS-OCCUPATION
              IF WS-EST-CODE(WS-IND-EST) = LS-LIEN-IN-CODE
                 MOVE 'O' TO WS-A-L-ARTICLE
                 IF WS-EST-LOT(WS-IND-EST) = LS-LIEN-IN-LOT
                    MOVE 'O' TO WS-A-LE-LOT
                 END-IF
              END-IF
           END-IF.
       2010-CONTENU-EMPL-FIN.
           EXIT.

      * LA QUANTITE PROPOSEE EST AJOUTEE AU CONTENU EN MEMOIRE
      * (LIGNE DU LOT DANS L'EMPLACEMENT, CREEE AU BESOIN).
       3000-RESERVER-PLACE-DEB.
           MOVE 0 TO WS-IND-EST-TROUVE.
           PERFORM 3010-CHERCHER-LIGNE-DEB
              THRU 3010-CHERCHER-LIGNE-FIN
              VARYING WS-IND-EST FROM 1 BY 1
              UNTIL WS-IND-EST > WS-NB-EST
              OR WS-IND-EST-TROUVE > 0.
           IF WS-IND-EST-TROUVE = 0
              IF WS-NB-EST < 999
                 ADD 1 TO WS-NB-EST
                 MOVE WS-NB-EST TO WS-IND-EST-TROUVE
                 MOVE LS-LIEN-IN-DEPOT
                   TO WS-EST-DEPOT(WS-IND-EST-TROUVE)
                 MOVE LS-LIEN-OU-EMPL
                   TO WS-EST-EMPL(WS-IND-EST-TROUVE)
                 MOVE LS-LIEN-IN-CODE
                   TO WS-EST-CODE(WS-IND-EST-TROUVE)
                 MOVE LS-LIEN-IN-LOT
                   TO WS-EST-LOT(WS-IND-EST-TROUVE)
                 MOVE 0 TO WS-EST-QTE(WS-IND-EST-TROUVE)
              END-IF
           END-IF.
           IF WS-IND-EST-TROUVE > 0
              ADD LS-LIEN-IN-QUANTITE
                 TO WS-EST-QTE(WS-IND-EST-TROUVE)
           END-IF.
       3000-RESERVER-PLACE-FIN.
           EXIT.

       3010-CHERCHER-LIGNE-DEB.
           IF WS-EST-DEPOT(WS-IND-EST) = LS-LIEN-IN-DEPOT
              AND WS-EST-EMPL(WS-IND-EST) = LS-LIEN-OU-EMPL
              AND WS-EST-CODE(WS-IND-EST) = LS-LIEN-IN-CODE
              AND WS-EST-LOT(WS-IND-EST) = LS-LIEN-IN-LOT
              MOVE WS-IND-EST TO WS-IND-EST-TROUVE
           END-IF.
       3010-CHERCHER-LIGNE-FIN.
           EXIT.

       END PROGRAM EMPLPROP.
