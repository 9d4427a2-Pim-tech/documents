       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARKINTR.
      *********************************************************
      *     BILAN MENSUEL DES REFUS SUR LISTE DES PLAQUES
      *     INTERDITES.
      *
      *     LA BARRIERE (PROGRAMME PARKING) REFUSE EN 'RL' LES
      *     PLAQUES DE PARKINTERDIT.TXT (TENU PAR PARKINTM) ET
      *     TRACE CHAQUE REFUS DANS PARKREFUS.TXT. POUR SAVOIR SI
      *     LA LISTE SERT VRAIMENT, CE PROGRAMME EDITE POUR LE
      *     MOIS DEMANDE :
      *       - PAR PLAQUE REFUSEE : MOTIF, NOMBRE DE REFUS,
      *         PREMIER ET DERNIER REFUS DU MOIS,
      *       - LES PLAQUES INTERDITES SUR LE MOIS QUI NE SE SONT
      *         JAMAIS PRESENTEES (LIGNES A REVOIR OU A LEVER),
      *       - LES ENTREES ACCEPTEES DANS MVTPARKING.TXT POUR UNE
      *         PLAQUE ALORS INTERDITE (LISTE CONTOURNEE, PAR
      *         EXEMPLE INSCRIPTION NON ENCORE BASCULEE),
      *       - LE TOTAL DES REFUS PAR MOTIF.
      *
      *     LE MOIS EST FOURNI PAR LA VARIABLE D'ENVIRONNEMENT
      *     MOISINTR (AAAAMM) ; A DEFAUT, LE MOIS EN COURS.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-INTERDITS
              ASSIGN TO "./files/parkinterdit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-INT.
           SELECT FIC-REFUS-LISTE
              ASSIGN TO "./files/parkrefus.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REFUS.
           SELECT FIC-MVT-PARKING
              ASSIGN TO "./files/mvtparking.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTP.
       DATA DIVISION.
       FILE SECTION.
       FD FIC-INTERDITS RECORDING MODE IS F.
       01  FS-ENR-INTERDIT.
           05 FS-INT-IMMAT     PIC X(10).
           05 FILLER PIC X(1).
           05 FS-INT-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-INT-DEBUT     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-INT-FIN       PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-INT-OPERATEUR PIC X(8).

       FD FIC-REFUS-LISTE RECORDING MODE IS F.
       01  FS-ENR-REFUS.
           05 FS-REF-DATE      PIC 9(8).
           05 FS-REF-DATE-R REDEFINES FS-REF-DATE.
               10 FS-REF-MOIS  PIC 9(6).
               10 FILLER       PIC 99.
           05 FILLER PIC X(1).
           05 FS-REF-HEURE     PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-REF-IMMAT     PIC X(10).
           05 FILLER PIC X(1).
           05 FS-REF-MOTIF     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-REF-MODE      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-REF-OPERATEUR PIC X(8).

       FD FIC-MVT-PARKING RECORDING MODE IS F.
       01  FS-ENR-MVTP.
           05 FS-TYPEM PIC X(1).
           05 FILLER PIC X(1).
           05 FS-IMMATM PIC X(10).
           05 FILLER PIC X(1).
           05 FS-NIVEAUM PIC 9(2).
           05 FILLER PIC X(1).
           05 FS-PLACEM PIC 99.
           05 FILLER PIC X(1).
           05 FS-DATEM PIC 9(8).
           05 FS-DATEM-R REDEFINES FS-DATEM.
               10 FS-DATEM-MOIS PIC 9(6).
               10 FILLER        PIC 99.
           05 FILLER PIC X(1).
           05 FS-HEUREM PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-OPERM PIC X(8).
      *    SORTIE MANUELLE ('M') : MOTIF ET FORFAIT TICKET
      *    PERDU, A BLANC SUR LES ENTREES ET SORTIES ORDINAIRES.
           05 FS-MANUELM.
               10 FILLER PIC X(1).
               10 FS-MOTIFM PIC X(2).
               10 FILLER PIC X(1).
               10 FS-FORFAITM PIC 9(3)V99.
      *    SITE DU PARKING (A BLANC = SITE PRINCIPAL '01').
           05 FS-ZSITEM.
               10 FILLER PIC X(1).
               10 FS-SITEM PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKINTR'.
       01  WS-STATUS-INT   PIC XX.
       01  WS-STATUS-REFUS PIC XX.
       01  WS-STATUS-MVTP  PIC XX.

       01  WS-MOIS-RAPPORT   PIC 9(6).
       01  WS-MOIS-SAISI     PIC X(6).
       01  WS-DATE-JOUR.
           05 WS-DATE-JOUR-MOIS PIC 9(6).
           05 FILLER            PIC 99.
      * BORNES DU MOIS RAPPORTE (LE 31 SUFFIT A LA COMPARAISON).
       01  WS-DEBUT-MOIS     PIC 9(8).
       01  WS-FIN-MOIS       PIC 9(8).

      * LIGNES DE LA LISTE, AVEC LEURS REFUS DU MOIS.
       01  WS-INTERDITS.
           05 WS-NB-INTERDITS PIC 9(3) VALUE 0.
           05 WS-INT OCCURS 200 TIMES.
               10 WS-INT-IMMAT     PIC X(10).
               10 WS-INT-MOTIF     PIC X(2).
               10 WS-INT-DEBUT     PIC 9(8).
               10 WS-INT-FIN       PIC 9(8).
               10 WS-INT-OPERATEUR PIC X(8).
               10 WS-INT-REFUS     PIC 9(5).
       01  WS-IND-INT        PIC 9(3).
       01  WS-IND-INT-TROUVE PIC 9(3).

      * PLAQUES REFUSEES DANS LE MOIS (Y COMPRIS CELLES LEVEES
      * DEPUIS, LE MOTIF VENANT DU JOURNAL DES REFUS).
       01  WS-REFUSEES.
           05 WS-NB-REFUSEES PIC 9(3) VALUE 0.
           05 WS-RFS OCCURS 300 TIMES.
               10 WS-RFS-IMMAT   PIC X(10).
               10 WS-RFS-MOTIF   PIC X(2).
               10 WS-RFS-NOMBRE  PIC 9(5).
               10 WS-RFS-PREMIER PIC 9(8).
               10 WS-RFS-DERNIER PIC 9(8).
       01  WS-IND-RFS        PIC 9(3).
       01  WS-IND-RFS-TROUVE PIC 9(3).

       01  WS-TOTAUX-MOTIFS.
           05 WS-TOT-IP PIC 9(5) VALUE 0.
           05 WS-TOT-VA PIC 9(5) VALUE 0.
           05 WS-TOT-PO PIC 9(5) VALUE 0.
           05 WS-TOT-AU PIC 9(5) VALUE 0.

       01  WS-COMPTEURS.
           05 WS-NB-REFUS-LUS    PIC 9(7) VALUE 0.
           05 WS-NB-REFUS-MOIS   PIC 9(5) VALUE 0.
           05 WS-NB-MVT-LUS      PIC 9(7) VALUE 0.
           05 WS-NB-CONTOURNES   PIC 9(5) VALUE 0.
           05 WS-NB-SANS-REFUS   PIC 9(3) VALUE 0.

      * DEPOT DU NOMBRE DE REFUS DU MOIS DANS LE RECAPITULATIF
      * PARTAGE, MEME CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
       01  WS-SOUS-PROG-RECAPJR PIC X(8) VALUE 'RECAPJR'.
       01  WS-LIEN-RECAPJR.
           05 WS-LIEN-RECAPJR-IN.
               10 WS-LIEN-RECAPJR-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-RECAPJR-IN-LIBELLE   PIC X(20).
               10 WS-LIEN-RECAPJR-IN-VALEUR    PIC S9(7) COMP-3.
           05 WS-LIEN-RECAPJR-OU.
               10 WS-LIEN-RECAPJR-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-PARKINTR-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           PERFORM 0010-CHOISIR-MOIS-DEB
              THRU 0010-CHOISIR-MOIS-FIN.
           PERFORM 0020-CHARGER-INTERDITS-DEB
              THRU 0020-CHARGER-INTERDITS-FIN.

           OPEN INPUT FIC-REFUS-LISTE.
           IF WS-STATUS-REFUS = '00'
              PERFORM 1000-REFUS-DEB
                 THRU 1000-REFUS-FIN
                 UNTIL WS-STATUS-REFUS NOT = '00'
              CLOSE FIC-REFUS-LISTE
           ELSE
              DISPLAY 'JOURNAL DES REFUS INTROUVABLE, AUCUN REFUS'
           END-IF.

           OPEN INPUT FIC-MVT-PARKING.
           IF WS-STATUS-MVTP = '00'
              PERFORM 1100-MOUVEMENT-DEB
                 THRU 1100-MOUVEMENT-FIN
                 UNTIL WS-STATUS-MVTP NOT = '00'
              CLOSE FIC-MVT-PARKING
           ELSE
              DISPLAY 'JOURNAL DES MOUVEMENTS INTROUVABLE'
           END-IF.

           PERFORM 2000-IMPRIMER-RAPPORT-DEB
              THRU 2000-IMPRIMER-RAPPORT-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-PARKINTR-FIN.
           EXIT.

       0010-CHOISIR-MOIS-DEB.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT "MOISINTR"
              ON EXCEPTION
                 MOVE SPACES TO WS-MOIS-SAISI
           END-ACCEPT.
           IF WS-MOIS-SAISI = SPACES
              MOVE WS-DATE-JOUR-MOIS TO WS-MOIS-RAPPORT
           ELSE
              MOVE WS-MOIS-SAISI TO WS-MOIS-RAPPORT
           END-IF.
           COMPUTE WS-DEBUT-MOIS = WS-MOIS-RAPPORT * 100 + 1.
           COMPUTE WS-FIN-MOIS   = WS-MOIS-RAPPORT * 100 + 31.
           DISPLAY 'MOIS RAPPORTE : ' WS-MOIS-RAPPORT.
       0010-CHOISIR-MOIS-FIN.
           EXIT.

       0020-CHARGER-INTERDITS-DEB.
           OPEN INPUT FIC-INTERDITS.
           IF WS-STATUS-INT = '00'
              PERFORM 0025-CHARGER-INTERDIT-DEB
                 THRU 0025-CHARGER-INTERDIT-FIN
                 UNTIL WS-STATUS-INT NOT = '00'
              CLOSE FIC-INTERDITS
           ELSE
              DISPLAY 'LISTE DES PLAQUES INTERDITES INTROUVABLE'
           END-IF.
       0020-CHARGER-INTERDITS-FIN.
           EXIT.

       0025-CHARGER-INTERDIT-DEB.
           READ FIC-INTERDITS
              AT END
                 MOVE '10' TO WS-STATUS-INT
           END-READ.
           IF WS-STATUS-INT = '00'
              IF WS-NB-INTERDITS < 200
                 ADD 1 TO WS-NB-INTERDITS
                 MOVE FS-INT-IMMAT TO WS-INT-IMMAT(WS-NB-INTERDITS)
                 MOVE FS-INT-MOTIF TO WS-INT-MOTIF(WS-NB-INTERDITS)
                 MOVE FS-INT-DEBUT TO WS-INT-DEBUT(WS-NB-INTERDITS)
                 MOVE FS-INT-FIN   TO WS-INT-FIN(WS-NB-INTERDITS)
                 MOVE FS-INT-OPERATEUR
                   TO WS-INT-OPERATEUR(WS-NB-INTERDITS)
                 MOVE 0 TO WS-INT-REFUS(WS-NB-INTERDITS)
              ELSE
                 DISPLAY 'TABLE DES PLAQUES INTERDITES PLEINE (200), '
                     'PLAQUE IGNOREE : ' FS-INT-IMMAT
              END-IF
           END-IF.
       0025-CHARGER-INTERDIT-FIN.
           EXIT.

      * SEULS LES REFUS DU MOIS RAPPORTE SONT COMPTES.
       1000-REFUS-DEB.
           READ FIC-REFUS-LISTE
              AT END
                 MOVE '10' TO WS-STATUS-REFUS
           END-READ.
           IF WS-STATUS-REFUS = '00'
              ADD 1 TO WS-NB-REFUS-LUS
              IF FS-REF-MOIS = WS-MOIS-RAPPORT
                 ADD 1 TO WS-NB-REFUS-MOIS
                 EVALUATE FS-REF-MOTIF
                    WHEN 'IP' ADD 1 TO WS-TOT-IP
                    WHEN 'VA' ADD 1 TO WS-TOT-VA
                    WHEN 'PO' ADD 1 TO WS-TOT-PO
                    WHEN OTHER ADD 1 TO WS-TOT-AU
                 END-EVALUATE

                 MOVE 0 TO WS-IND-RFS-TROUVE
                 PERFORM 1010-CHERCHER-REFUSEE-DEB
                    THRU 1010-CHERCHER-REFUSEE-FIN
                    VARYING WS-IND-RFS FROM 1 BY 1
                    UNTIL WS-IND-RFS > WS-NB-REFUSEES
                    OR WS-IND-RFS-TROUVE > 0
                 IF WS-IND-RFS-TROUVE = 0
                    IF WS-NB-REFUSEES < 300
                       ADD 1 TO WS-NB-REFUSEES
                       MOVE WS-NB-REFUSEES TO WS-IND-RFS-TROUVE
                       MOVE FS-REF-IMMAT
                         TO WS-RFS-IMMAT(WS-IND-RFS-TROUVE)
                       MOVE 0 TO WS-RFS-NOMBRE(WS-IND-RFS-TROUVE)
                       MOVE FS-REF-DATE
                         TO WS-RFS-PREMIER(WS-IND-RFS-TROUVE)
                    ELSE
                       DISPLAY 'TABLE DES PLAQUES REFUSEES PLEINE '
                               '(300), REFUS NON DETAILLE : '
                               FS-REF-IMMAT
                    END-IF
                 END-IF
                 IF WS-IND-RFS-TROUVE > 0
                    ADD 1 TO WS-RFS-NOMBRE(WS-IND-RFS-TROUVE)
                    MOVE FS-REF-MOTIF
                      TO WS-RFS-MOTIF(WS-IND-RFS-TROUVE)
                    MOVE FS-REF-DATE
                      TO WS-RFS-DERNIER(WS-IND-RFS-TROUVE)

                    PERFORM 1020-TROUVER-INTERDIT-DEB
                       THRU 1020-TROUVER-INTERDIT-FIN
                    IF WS-IND-INT-TROUVE > 0
                       ADD 1 TO WS-INT-REFUS(WS-IND-INT-TROUVE)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1000-REFUS-FIN.
           EXIT.

       1010-CHERCHER-REFUSEE-DEB.
           IF WS-RFS-IMMAT(WS-IND-RFS) = FS-REF-IMMAT
              MOVE WS-IND-RFS TO WS-IND-RFS-TROUVE
           END-IF.
       1010-CHERCHER-REFUSEE-FIN.
           EXIT.

       1020-TROUVER-INTERDIT-DEB.
           MOVE 0 TO WS-IND-INT-TROUVE.
           PERFORM 1030-CHERCHER-INTERDIT-DEB
              THRU 1030-CHERCHER-INTERDIT-FIN
              VARYING WS-IND-INT FROM 1 BY 1
              UNTIL WS-IND-INT > WS-NB-INTERDITS
              OR WS-IND-INT-TROUVE > 0.
       1020-TROUVER-INTERDIT-FIN.
           EXIT.

       1030-CHERCHER-INTERDIT-DEB.
           IF WS-INT-IMMAT(WS-IND-INT) = FS-REF-IMMAT
              MOVE WS-IND-INT TO WS-IND-INT-TROUVE
           END-IF.
       1030-CHERCHER-INTERDIT-FIN.
           EXIT.

      * UNE ENTREE ACCEPTEE DU MOIS POUR UNE PLAQUE DONT LA
      * PERIODE D'INTERDICTION COUVRAIT LE JOUR DE L'ENTREE.
       1100-MOUVEMENT-DEB.
           READ FIC-MVT-PARKING
              AT END
                 MOVE '10' TO WS-STATUS-MVTP
           END-READ.
           IF WS-STATUS-MVTP = '00'
              ADD 1 TO WS-NB-MVT-LUS
              IF FS-TYPEM = 'E' AND FS-DATEM-MOIS = WS-MOIS-RAPPORT
                 PERFORM 1110-CONTROLER-ENTREE-DEB
                    THRU 1110-CONTROLER-ENTREE-FIN
                    VARYING WS-IND-INT FROM 1 BY 1
                    UNTIL WS-IND-INT > WS-NB-INTERDITS
              END-IF
           END-IF.
       1100-MOUVEMENT-FIN.
           EXIT.

       1110-CONTROLER-ENTREE-DEB.
           IF WS-INT-IMMAT(WS-IND-INT) = FS-IMMATM
              AND FS-DATEM >= WS-INT-DEBUT(WS-IND-INT)
              AND FS-DATEM <= WS-INT-FIN(WS-IND-INT)
              ADD 1 TO WS-NB-CONTOURNES
              DISPLAY 'ENTREE MALGRE INTERDICTION : ' FS-IMMATM
                      ' LE ' FS-DATEM ' A ' FS-HEUREM
                      ' (MOTIF ' WS-INT-MOTIF(WS-IND-INT)
                      ', OPERATEUR ' FS-OPERM ')'
           END-IF.
       1110-CONTROLER-ENTREE-FIN.
           EXIT.

       2000-IMPRIMER-RAPPORT-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'REFUS SUR LISTE DU MOIS ' WS-MOIS-RAPPORT.
           DISPLAY '---------------------------------------------'.
           PERFORM 2010-LIGNE-REFUSEE-DEB
              THRU 2010-LIGNE-REFUSEE-FIN
              VARYING WS-IND-RFS FROM 1 BY 1
              UNTIL WS-IND-RFS > WS-NB-REFUSEES.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'PLAQUES INTERDITES SANS AUCUNE TENTATIVE :'.
           PERFORM 2020-LIGNE-SANS-REFUS-DEB
              THRU 2020-LIGNE-SANS-REFUS-FIN
              VARYING WS-IND-INT FROM 1 BY 1
              UNTIL WS-IND-INT > WS-NB-INTERDITS.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'REFUS DU MOIS         : ' WS-NB-REFUS-MOIS.
           DISPLAY '  DONT IMPAYES (IP)   : ' WS-TOT-IP.
           DISPLAY '  DONT VANDALISME (VA): ' WS-TOT-VA.
           DISPLAY '  DONT POLICE (PO)    : ' WS-TOT-PO.
           DISPLAY '  DONT AUTRES (AU)    : ' WS-TOT-AU.
           DISPLAY 'PLAQUES REFUSEES      : ' WS-NB-REFUSEES.
           DISPLAY 'PLAQUES SANS TENTATIVE: ' WS-NB-SANS-REFUS.
           DISPLAY 'ENTREES MALGRE LISTE  : ' WS-NB-CONTOURNES.
       2000-IMPRIMER-RAPPORT-FIN.
           EXIT.

       2010-LIGNE-REFUSEE-DEB.
           DISPLAY WS-RFS-IMMAT(WS-IND-RFS)
                   ' MOTIF ' WS-RFS-MOTIF(WS-IND-RFS)
                   ' : ' WS-RFS-NOMBRE(WS-IND-RFS) ' REFUS DU '
                   WS-RFS-PREMIER(WS-IND-RFS) ' AU '
                   WS-RFS-DERNIER(WS-IND-RFS).
       2010-LIGNE-REFUSEE-FIN.
           EXIT.

      * SEULES LES LIGNES DONT LA PERIODE CROISE LE MOIS SONT
      * CONCERNEES.
       2020-LIGNE-SANS-REFUS-DEB.
           IF WS-INT-REFUS(WS-IND-INT) = 0
              AND WS-INT-DEBUT(WS-IND-INT) <= WS-FIN-MOIS
              AND WS-INT-FIN(WS-IND-INT) >= WS-DEBUT-MOIS
              ADD 1 TO WS-NB-SANS-REFUS
              DISPLAY WS-INT-IMMAT(WS-IND-INT)
                      ' MOTIF ' WS-INT-MOTIF(WS-IND-INT)
                      ' DU ' WS-INT-DEBUT(WS-IND-INT)
                      ' AU ' WS-INT-FIN(WS-IND-INT)
                      ' DEMANDE PAR ' WS-INT-OPERATEUR(WS-IND-INT)
           END-IF.
       2020-LIGNE-SANS-REFUS-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'BILAN MENSUEL DES PLAQUES INTERDITES'.
           DISPLAY '***************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' FIN DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'REFUS LISTE PARKING' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-REFUS-MOIS     TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '*********************************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID    .
           DISPLAY '*********************************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM PARKINTR.
