       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARKMANU.

      *********************************************************
      *     RAPPORT JOURNALIER DES SORTIES MANUELLES PARKING.
      *
      *     RELIT LE JOURNAL DES MOUVEMENTS HORODATES
      *     MVTPARKING.TXT ET, POUR LE JOUR DEMANDE, DETAILLE
      *     CHAQUE SORTIE MANUELLE 'M' (TICKET PERDU 'TP',
      *     BARRIERE LEVEE A LA MAIN 'BL', AUTRE 'AU') PUIS
      *     RECAPITULE PAR OPERATEUR : SORTIES ORDINAIRES 'S',
      *     SORTIES MANUELLES PAR MOTIF, FORFAITS ENCAISSES ET
      *     PART DES SORTIES MANUELLES DANS SES SORTIES.
      *
      *     UN OPERATEUR DONT LE NOMBRE DE SORTIES MANUELLES
      *     ATTEINT LE SEUIL SEUILMAN (PARAMETRE CENTRAL GETPARM,
      *     3 PAR DEFAUT) EST SIGNALE A L'ATTENTION DES AUDITEURS.
      *
      *     LE JOUR EST FOURNI PAR LA VARIABLE D'ENVIRONNEMENT
      *     RUNDATE (AAAAMMJJ), COMME POUR PARKFACT ; A DEFAUT,
      *     LA DATE DU JOUR.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-MVT-PARKING
              ASSIGN TO "./files/mvtparking.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MVTP.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKMANU'.
       01  WS-STATUS-MVTP PIC XX.

       01  WS-DATE-REF       PIC X(8) VALUE SPACES.

      * CUMULS PAR OPERATEUR AYANT ENREGISTRE AU MOINS UNE SORTIE
      * (ORDINAIRE OU MANUELLE) DANS LA JOURNEE.
       01  WS-OPERATEURS.
           05 WS-NB-OPERS PIC 9(3) VALUE 0.
           05 WS-OPE OCCURS 50 TIMES.
               10 WS-OPE-CODE     PIC X(8).
               10 WS-OPE-SORTIES  PIC 9(5).
               10 WS-OPE-MANUELLES PIC 9(5).
               10 WS-OPE-NB-TP    PIC 9(5).
               10 WS-OPE-NB-BL    PIC 9(5).
               10 WS-OPE-NB-AU    PIC 9(5).
               10 WS-OPE-FORFAITS PIC 9(7)V99.

       01  WS-IND-OPE        PIC 9(3).
       01  WS-IND-TROUVE     PIC 9(3).
       01  WS-FORFAIT-LU     PIC 9(3)V99.
       01  WS-PART-MANUELLE  PIC 9(3).
       01  WS-SIGNAL         PIC X(20).

      * SEUIL DE SORTIES MANUELLES PAR OPERATEUR ET PAR JOUR AU
      * DELA DUQUEL L'OPERATEUR EST SIGNALE, LU DANS LE
      * PARAMETRAGE CENTRAL GETPARM (VALEUR PAR DEFAUT CI-DESSOUS).
       01  WS-SEUIL-MANUELLES PIC 9(3) VALUE 3.
       01  WS-SOUS-PROG-GETPARM PIC X(8) VALUE 'GETPARM'.
       01  WS-LIEN-GETPARM.
           05 WS-LIEN-GETPARM-IN.
               10 WS-LIEN-GETPARM-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-GETPARM-IN-PARAMETRE PIC X(12).
           05 WS-LIEN-GETPARM-OU.
               10 WS-LIEN-GETPARM-OU-VALEUR PIC X(20).
               10 WS-LIEN-GETPARM-OU-CODE-RETOUR PIC X.

       01  WS-COMPTEURS.
           05 WS-NB-MVT-LUS      PIC 9(5) VALUE 0.
           05 WS-NB-SORTIES      PIC 9(5) VALUE 0.
           05 WS-NB-MANUELLES    PIC 9(5) VALUE 0.
           05 WS-NB-SIGNALES     PIC 9(3) VALUE 0.
       01  WS-TOTAL-FORFAITS     PIC 9(7)V99 VALUE 0.

      * DEPOT DU TOTAL DU JOUR DANS LE RECAPITULATIF PARTAGE,
      * MEME CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
       01  WS-SOUS-PROG-RECAPJR PIC X(8) VALUE 'RECAPJR'.
       01  WS-LIEN-RECAPJR.
           05 WS-LIEN-RECAPJR-IN.
               10 WS-LIEN-RECAPJR-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-RECAPJR-IN-LIBELLE   PIC X(20).
               10 WS-LIEN-RECAPJR-IN-VALEUR    PIC S9(7) COMP-3.
           05 WS-LIEN-RECAPJR-OU.
               10 WS-LIEN-RECAPJR-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-PARKMANU-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           PERFORM 0010-CHOISIR-JOUR-DEB
              THRU 0010-CHOISIR-JOUR-FIN.
           PERFORM 0020-LIRE-PARAMETRES-DEB
              THRU 0020-LIRE-PARAMETRES-FIN.

           OPEN INPUT FIC-MVT-PARKING.
           IF WS-STATUS-MVTP NOT = '00'
              DISPLAY 'JOURNAL DES MOUVEMENTS INTROUVABLE, '
                      'AUCUN RAPPORT A PRODUIRE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SORTIES MANUELLES DU ' WS-DATE-REF.
           DISPLAY '---------------------------------------------'.
           PERFORM 1000-MOUVEMENT-DEB
              THRU 1000-MOUVEMENT-FIN
              UNTIL WS-STATUS-MVTP NOT = '00'.
           CLOSE FIC-MVT-PARKING.

           PERFORM 2000-IMPRIMER-RAPPORT-DEB
              THRU 2000-IMPRIMER-RAPPORT-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-PARKMANU-FIN.
           EXIT.

       0010-CHOISIR-JOUR-DEB.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'JOUR RAPPORTE : ' WS-DATE-REF.
       0010-CHOISIR-JOUR-FIN.
           EXIT.

       0020-LIRE-PARAMETRES-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-GETPARM-IN-PROGRAMME.
           MOVE 'SEUILMAN'    TO WS-LIEN-GETPARM-IN-PARAMETRE.
           CALL WS-SOUS-PROG-GETPARM USING WS-LIEN-GETPARM.
           IF WS-LIEN-GETPARM-OU-CODE-RETOUR NOT = 'N'
              AND WS-LIEN-GETPARM-OU-VALEUR(1:3) IS NUMERIC
              MOVE WS-LIEN-GETPARM-OU-VALEUR(1:3)
                TO WS-SEUIL-MANUELLES
           END-IF.
           DISPLAY 'SEUIL DE SIGNALEMENT : ' WS-SEUIL-MANUELLES
                   ' SORTIE(S) MANUELLE(S) PAR OPERATEUR'.
       0020-LIRE-PARAMETRES-FIN.
           EXIT.

      * SEULES LES SORTIES ('S' ET 'M') DU JOUR RAPPORTE SONT
      * RETENUES ; LES ENTREES NE CONCERNENT PAS CE RAPPORT.
       1000-MOUVEMENT-DEB.
           READ FIC-MVT-PARKING
              AT END
                 MOVE '10' TO WS-STATUS-MVTP
           END-READ.
           IF WS-STATUS-MVTP = '00'
              ADD 1 TO WS-NB-MVT-LUS
              IF FS-DATEM = WS-DATE-REF
                 AND (FS-TYPEM = 'S' OR FS-TYPEM = 'M')
                 PERFORM 1100-TROUVER-OPERATEUR-DEB
                    THRU 1100-TROUVER-OPERATEUR-FIN
                 IF WS-IND-TROUVE NOT = 0
                    ADD 1 TO WS-NB-SORTIES
                    IF FS-TYPEM = 'S'
                       ADD 1 TO WS-OPE-SORTIES(WS-IND-TROUVE)
                    ELSE
                       PERFORM 1200-SORTIE-MANUELLE-DEB
                          THRU 1200-SORTIE-MANUELLE-FIN
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1000-MOUVEMENT-FIN.
           EXIT.

      * RECHERCHE (OU CREATION) DE LA LIGNE DE L'OPERATEUR DU
      * MOUVEMENT ; TABLE PLEINE, LE MOUVEMENT EST IGNORE.
       1100-TROUVER-OPERATEUR-DEB.
           MOVE 0 TO WS-IND-TROUVE.
           PERFORM 1110-COMPARER-OPERATEUR-DEB
              THRU 1110-COMPARER-OPERATEUR-FIN
              VARYING WS-IND-OPE FROM 1 BY 1
              UNTIL WS-IND-OPE > WS-NB-OPERS
              OR WS-IND-TROUVE > 0.
           IF WS-IND-TROUVE = 0
              IF WS-NB-OPERS < 50
                 ADD 1 TO WS-NB-OPERS
                 MOVE WS-NB-OPERS TO WS-IND-TROUVE
                 MOVE FS-OPERM TO WS-OPE-CODE(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-SORTIES(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-MANUELLES(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-NB-TP(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-NB-BL(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-NB-AU(WS-IND-TROUVE)
                 MOVE 0 TO WS-OPE-FORFAITS(WS-IND-TROUVE)
              ELSE
                 DISPLAY 'TABLE DES OPERATEURS PLEINE (50), '
                         'MOUVEMENT IGNORE : ' FS-IMMATM
              END-IF
           END-IF.
       1100-TROUVER-OPERATEUR-FIN.
           EXIT.

       1110-COMPARER-OPERATEUR-DEB.
           IF WS-OPE-CODE(WS-IND-OPE) = FS-OPERM
              MOVE WS-IND-OPE TO WS-IND-TROUVE
           END-IF.
       1110-COMPARER-OPERATEUR-FIN.
           EXIT.

       1200-SORTIE-MANUELLE-DEB.
           IF FS-FORFAITM IS NUMERIC
              MOVE FS-FORFAITM TO WS-FORFAIT-LU
           ELSE
              MOVE 0 TO WS-FORFAIT-LU
           END-IF.
           ADD 1 TO WS-NB-MANUELLES.
           ADD 1 TO WS-OPE-MANUELLES(WS-IND-TROUVE).
           ADD WS-FORFAIT-LU TO WS-OPE-FORFAITS(WS-IND-TROUVE).
           ADD WS-FORFAIT-LU TO WS-TOTAL-FORFAITS.
           EVALUATE FS-MOTIFM
              WHEN 'TP' ADD 1 TO WS-OPE-NB-TP(WS-IND-TROUVE)
              WHEN 'BL' ADD 1 TO WS-OPE-NB-BL(WS-IND-TROUVE)
              WHEN OTHER ADD 1 TO WS-OPE-NB-AU(WS-IND-TROUVE)
           END-EVALUATE.
           DISPLAY FS-HEUREM ' ' FS-IMMATM ' MOTIF ' FS-MOTIFM
                   ' FORFAIT ' WS-FORFAIT-LU ' OPERATEUR ' FS-OPERM.
       1200-SORTIE-MANUELLE-FIN.
           EXIT.

       2000-IMPRIMER-RAPPORT-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RECAPITULATIF PAR OPERATEUR'.
           DISPLAY 'OPERATEUR  SORTIES MANUEL.  TP    BL    AU  '
                   '   FORFAITS  PART%'.
           DISPLAY '---------------------------------------------'.
           PERFORM 2010-LIGNE-OPERATEUR-DEB
              THRU 2010-LIGNE-OPERATEUR-FIN
              VARYING WS-IND-OPE FROM 1 BY 1
              UNTIL WS-IND-OPE > WS-NB-OPERS.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'SORTIES DU JOUR        : ' WS-NB-SORTIES.
           DISPLAY 'DONT SORTIES MANUELLES : ' WS-NB-MANUELLES.
           DISPLAY 'FORFAITS TICKET PERDU  : ' WS-TOTAL-FORFAITS.
           DISPLAY 'OPERATEURS SIGNALES    : ' WS-NB-SIGNALES.
       2000-IMPRIMER-RAPPORT-FIN.
           EXIT.

      * LA PART DES SORTIES MANUELLES EST RAPPORTEE A TOUTES LES
      * SORTIES DE L'OPERATEUR (ORDINAIRES ET MANUELLES).
       2010-LIGNE-OPERATEUR-DEB.
           COMPUTE WS-PART-MANUELLE ROUNDED =
                   WS-OPE-MANUELLES(WS-IND-OPE) * 100
                   / (WS-OPE-SORTIES(WS-IND-OPE)
                   + WS-OPE-MANUELLES(WS-IND-OPE)).
           MOVE SPACES TO WS-SIGNAL.
           IF WS-OPE-MANUELLES(WS-IND-OPE) >= WS-SEUIL-MANUELLES
              MOVE '*** A EXAMINER ***' TO WS-SIGNAL
              ADD 1 TO WS-NB-SIGNALES
           END-IF.
           DISPLAY WS-OPE-CODE(WS-IND-OPE) ' '
                   WS-OPE-SORTIES(WS-IND-OPE) ' '
                   WS-OPE-MANUELLES(WS-IND-OPE) ' '
                   WS-OPE-NB-TP(WS-IND-OPE) ' '
                   WS-OPE-NB-BL(WS-IND-OPE) ' '
                   WS-OPE-NB-AU(WS-IND-OPE) ' '
                   WS-OPE-FORFAITS(WS-IND-OPE) ' '
                   WS-PART-MANUELLE ' ' WS-SIGNAL.
       2010-LIGNE-OPERATEUR-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'RAPPORT DES SORTIES MANUELLES PARKING'.
           DISPLAY '***************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' FIN DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'MOUVEMENTS LUS         : ' WS-NB-MVT-LUS.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'SORTIES MANUELLES'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-MANUELLES      TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM PARKMANU.
