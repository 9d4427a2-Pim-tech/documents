       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKDISPO.

      *********************************************************
      *     ETAT DU DISPONIBLE A PROMETTRE PAR ARTICLE ET DEPOT.
      *
      *     LE STOCK DE LA CHAINE (OUTPUT.TXT) NE DIT PAS CE QUI
      *     EST DEJA PROMIS : LES COMMANDES VALIDEES RESERVENT
      *     LEUR RESTE A LIVRER DANS RESERVATIONS.TXT (ECRIT PAR
      *     CMDSTATU A LA VALIDATION, CONSOMME PAR CMDEXPED A
      *     L'EXPEDITION, AJUSTE PAR CMDAMEND). CE RESTE A
      *     LIVRER A DEJA ETE POSTE EN VENTE PAR CMDSTOCK A
      *     L'ACCEPTATION DE LA COMMANDE : LE SOLDE DE LA CHAINE
      *     NE LE CONTIENT PLUS, ALORS QUE LA MARCHANDISE EST
      *     ENCORE EN RAYON. CE PROGRAMME :
      *       - CHARGE LES SOLDES DE CLOTURE DE TOUS LES DEPOTS,
      *       - CUMULE LES RESERVATIONS PAR CODE STOCK ET DEPOT
      *         (UN CODE RESERVE SANS SOLDE APPARAIT AVEC UN
      *         SOLDE NUL),
      *       - EDITE COTE A COTE LE STOCK PHYSIQUE (SOLDE PLUS
      *         RESERVE), LA QUANTITE RESERVEE, LE NOMBRE DE
      *         LIGNES DE COMMANDE QUI LA PORTENT ET LE
      *         DISPONIBLE A PROMETTRE (STOCK PHYSIQUE MOINS
      *         RESERVE, SOIT LE SOLDE : LE RESERVE N'EST PAS
      *         DEDUIT DEUX FOIS) DANS DISPOPROM.TXT ; UN
      *         DISPONIBLE NEGATIF EST MARQUE SURRESERVE : LES
      *         COMMANDES VALIDEES NE POURRONT PAS TOUTES ETRE
      *         SERVIES,
      *       - DEPOSE LE NOMBRE D'ARTICLES SURRESERVES DANS
      *         RECAPJOUR.
      *     SANS FICHIER DES RESERVATIONS, L'ETAT DONNE LE STOCK
      *     SEUL (RIEN N'EST RESERVE).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SOLDES
              ASSIGN TO "./files/output.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SOLDES.
           SELECT FIC-RESERVATIONS
              ASSIGN TO "./files/reservations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RESERV.
           SELECT FIC-ETAT
              ASSIGN TO "./files/dispoprom.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ETAT.

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

      *    RESERVATION DU RESTE A LIVRER (MEME DECOUPAGE QUE
      *    CMDSTATU).
       FD FIC-RESERVATIONS RECORDING MODE IS F.
       01  FS-ENR-RESERVATION.
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

       FD FIC-ETAT RECORDING MODE IS F.
       01  FS-ENR-ETAT PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'STKDISPO'.
       01  WS-STATUS-SOLDES PIC XX.
       01  WS-STATUS-RESERV PIC XX.
       01  WS-STATUS-ETAT   PIC XX.

       01  WS-DATE-REF PIC X(8) VALUE SPACES.

      * STOCK ET RESERVE PAR CODE STOCK ET DEPOT, DANS L'ORDRE
      * D'OUTPUT.TXT PUIS DES CODES RESERVES SANS SOLDE.
       01  WS-DISPONIBLE.
           05 WS-NB-DISPO PIC 9(4) VALUE 0.
           05 WS-DSP OCCURS 999 TIMES.
               10 WS-DSP-CODE     PIC X(3).
               10 WS-DSP-DEPOT    PIC X(2).
               10 WS-DSP-PHYSIQUE PIC S9(7).
               10 WS-DSP-RESERVE  PIC S9(7).
               10 WS-DSP-NB-LIGNES PIC 9(5).
       01  WS-IND-DSP        PIC 9(4).
       01  WS-IND-DSP-TROUVE PIC 9(4).
       01  WS-A-PROMETTRE    PIC S9(7).

       01  WS-COMPTEURS.
           05 WS-NB-SOLDES-LUS   PIC 9(5) VALUE 0.
           05 WS-NB-RESERV-LUES  PIC 9(5) VALUE 0.
           05 WS-NB-RESERV-REJ   PIC 9(5) VALUE 0.
           05 WS-NB-SURRESERVES  PIC 9(5) VALUE 0.
           05 WS-TOT-PHYSIQUE    PIC S9(9) VALUE 0.
           05 WS-TOT-RESERVE     PIC S9(9) VALUE 0.
           05 WS-TOT-A-PROMETTRE PIC S9(9) VALUE 0.

      * LIGNES DE L'ETAT DU DISPONIBLE A PROMETTRE.
       01  WS-LIG-TITRE.
           05 FILLER PIC X(38)
              VALUE 'DISPONIBLE A PROMETTRE PAR ARTICLE AU '.
           05 WS-LIG-TITRE-DATE PIC X(8).
           05 FILLER PIC X(34) VALUE SPACES.
       01  WS-LIG-ENTETE.
           05 FILLER PIC X(45)
              VALUE 'ART DP     STOCK   RESERVE LIGNES A PROMETTRE'.
           05 FILLER PIC X(35) VALUE SPACES.
       01  WS-LIG-DETAIL.
           05 WS-LIG-CODE      PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-DEPOT     PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-PHYSIQUE  PIC -(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-RESERVE   PIC -(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-NB-LIGNES PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-A-PROMETTRE PIC -(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-ALERTE    PIC X(10).
           05 FILLER PIC X(26) VALUE SPACES.
       01  WS-LIG-TOTAL.
           05 FILLER PIC X(7) VALUE 'TOTAL'.
           05 WS-LIG-TOT-PHYSIQUE PIC -(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-LIG-TOT-RESERVE  PIC -(8)9.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WS-LIG-TOT-A-PROMETTRE PIC -(8)9.
           05 FILLER PIC X(37) VALUE SPACES.

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
       0000-STKDISPO-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           PERFORM 1000-CHARGER-SOLDES-DEB
              THRU 1000-CHARGER-SOLDES-FIN.
           PERFORM 2000-CUMULER-RESERVES-DEB
              THRU 2000-CUMULER-RESERVES-FIN.
           PERFORM 3000-EDITER-ETAT-DEB
              THRU 3000-EDITER-ETAT-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-STKDISPO-FIN.
           EXIT.

       1000-CHARGER-SOLDES-DEB.
           OPEN INPUT FIC-SOLDES.
           IF WS-STATUS-SOLDES = '00'
              PERFORM 1010-CHARGER-SOLDE-DEB
                 THRU 1010-CHARGER-SOLDE-FIN
                 UNTIL WS-STATUS-SOLDES NOT = '00'
              CLOSE FIC-SOLDES
           ELSE
              DISPLAY 'PAS DE SOLDES DE STOCK, STOCK PHYSIQUE '
                      'CONSIDERE NUL'
           END-IF.
       1000-CHARGER-SOLDES-FIN.
           EXIT.

       1010-CHARGER-SOLDE-DEB.
           READ FIC-SOLDES
              AT END
                 MOVE '10' TO WS-STATUS-SOLDES
           END-READ.
           IF WS-STATUS-SOLDES = '00'
              ADD 1 TO WS-NB-SOLDES-LUS
              IF WS-NB-DISPO NOT < 999
                 DISPLAY 'TABLE DU DISPONIBLE PLEINE (999), SOLDE '
                         'IGNORE : ' FS-SLD-CODE ' ' FS-SLD-DEPOT
              ELSE
                 ADD 1 TO WS-NB-DISPO
                 MOVE FS-SLD-CODE  TO WS-DSP-CODE(WS-NB-DISPO)
                 MOVE FS-SLD-DEPOT TO WS-DSP-DEPOT(WS-NB-DISPO)
                 IF FS-SLD-SENS = '-'
                    COMPUTE WS-DSP-PHYSIQUE(WS-NB-DISPO) =
                            0 - FS-SLD-VALEUR
                 ELSE
                    MOVE FS-SLD-VALEUR TO WS-DSP-PHYSIQUE(WS-NB-DISPO)
                 END-IF
                 MOVE 0 TO WS-DSP-RESERVE(WS-NB-DISPO)
                 MOVE 0 TO WS-DSP-NB-LIGNES(WS-NB-DISPO)
              END-IF
           END-IF.
       1010-CHARGER-SOLDE-FIN.
           EXIT.

      * CHAQUE RESERVATION EST CUMULEE SUR SON CODE ET SON
      * DEPOT ; UN COUPLE SANS SOLDE EST AJOUTE A SOLDE NUL. LA
      * QUANTITE RESERVEE, DEJA SORTIE DU SOLDE PAR LA VENTE,
      * EST RAJOUTEE AU STOCK PHYSIQUE.
       2000-CUMULER-RESERVES-DEB.
           OPEN INPUT FIC-RESERVATIONS.
           IF WS-STATUS-RESERV = '00'
              PERFORM 2010-CUMULER-RESERVE-DEB
                 THRU 2010-CUMULER-RESERVE-FIN
                 UNTIL WS-STATUS-RESERV NOT = '00'
              CLOSE FIC-RESERVATIONS
           ELSE
              DISPLAY 'FICHIER DES RESERVATIONS ABSENT, AUCUNE '
                      'QUANTITE RESERVEE'
           END-IF.
       2000-CUMULER-RESERVES-FIN.
           EXIT.

       2010-CUMULER-RESERVE-DEB.
           READ FIC-RESERVATIONS
              AT END
                 MOVE '10' TO WS-STATUS-RESERV
           END-READ.
           IF WS-STATUS-RESERV = '00'
              IF FS-RSV-QTE NOT NUMERIC
                 ADD 1 TO WS-NB-RESERV-REJ
                 DISPLAY 'RESERVATION ILLISIBLE, COMMANDE '
                         FS-RSV-IDCOMMAND ' LIGNE ' FS-RSV-NUMLIGNE
              ELSE
                 MOVE 0 TO WS-IND-DSP-TROUVE
                 PERFORM 2020-CHERCHER-DISPO-DEB
                    THRU 2020-CHERCHER-DISPO-FIN
                    VARYING WS-IND-DSP FROM 1 BY 1
                    UNTIL WS-IND-DSP > WS-NB-DISPO
                    OR WS-IND-DSP-TROUVE > 0
                 IF WS-IND-DSP-TROUVE = 0
                    IF WS-NB-DISPO NOT < 999
                       ADD 1 TO WS-NB-RESERV-REJ
                       DISPLAY 'TABLE DU DISPONIBLE PLEINE (999), '
                               'RESERVATION IGNOREE : ' FS-RSV-CODE
                               ' ' FS-RSV-DEPOT
                    ELSE
                       ADD 1 TO WS-NB-DISPO
                       MOVE WS-NB-DISPO  TO WS-IND-DSP-TROUVE
                       MOVE FS-RSV-CODE  TO WS-DSP-CODE(WS-NB-DISPO)
                       MOVE FS-RSV-DEPOT TO WS-DSP-DEPOT(WS-NB-DISPO)
                       MOVE 0 TO WS-DSP-PHYSIQUE(WS-NB-DISPO)
                       MOVE 0 TO WS-DSP-RESERVE(WS-NB-DISPO)
                       MOVE 0 TO WS-DSP-NB-LIGNES(WS-NB-DISPO)
                    END-IF
                 END-IF
                 IF WS-IND-DSP-TROUVE > 0
                    ADD 1 TO WS-NB-RESERV-LUES
                    ADD FS-RSV-QTE
                      TO WS-DSP-RESERVE(WS-IND-DSP-TROUVE)
                    ADD FS-RSV-QTE
                      TO WS-DSP-PHYSIQUE(WS-IND-DSP-TROUVE)
                    ADD 1
                      TO WS-DSP-NB-LIGNES(WS-IND-DSP-TROUVE)
                 END-IF
              END-IF
           END-IF.
       2010-CUMULER-RESERVE-FIN.
           EXIT.

       2020-CHERCHER-DISPO-DEB.
           IF WS-DSP-CODE(WS-IND-DSP) = FS-RSV-CODE
              AND WS-DSP-DEPOT(WS-IND-DSP) = FS-RSV-DEPOT
              MOVE WS-IND-DSP TO WS-IND-DSP-TROUVE
           END-IF.
       2020-CHERCHER-DISPO-FIN.
           EXIT.

      * ETAT COTE A COTE : STOCK, RESERVE, DISPONIBLE A PROMETTRE.
       3000-EDITER-ETAT-DEB.
           OPEN OUTPUT FIC-ETAT.
           MOVE WS-DATE-REF TO WS-LIG-TITRE-DATE.
           WRITE FS-ENR-ETAT FROM WS-LIG-TITRE.
           MOVE SPACES TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
           WRITE FS-ENR-ETAT FROM WS-LIG-ENTETE.
           PERFORM 3010-EDITER-ARTICLE-DEB
              THRU 3010-EDITER-ARTICLE-FIN
              VARYING WS-IND-DSP FROM 1 BY 1
              UNTIL WS-IND-DSP > WS-NB-DISPO.
           MOVE SPACES TO FS-ENR-ETAT.
           WRITE FS-ENR-ETAT.
           MOVE WS-TOT-PHYSIQUE    TO WS-LIG-TOT-PHYSIQUE.
           MOVE WS-TOT-RESERVE     TO WS-LIG-TOT-RESERVE.
           MOVE WS-TOT-A-PROMETTRE TO WS-LIG-TOT-A-PROMETTRE.
           WRITE FS-ENR-ETAT FROM WS-LIG-TOTAL.
           CLOSE FIC-ETAT.
           DISPLAY 'ETAT DU DISPONIBLE A PROMETTRE : DISPOPROM.TXT'.
       3000-EDITER-ETAT-FIN.
           EXIT.

       3010-EDITER-ARTICLE-DEB.
           COMPUTE WS-A-PROMETTRE = WS-DSP-PHYSIQUE(WS-IND-DSP)
                                  - WS-DSP-RESERVE(WS-IND-DSP).
           MOVE WS-DSP-CODE(WS-IND-DSP)      TO WS-LIG-CODE.
           MOVE WS-DSP-DEPOT(WS-IND-DSP)     TO WS-LIG-DEPOT.
           MOVE WS-DSP-PHYSIQUE(WS-IND-DSP)  TO WS-LIG-PHYSIQUE.
           MOVE WS-DSP-RESERVE(WS-IND-DSP)   TO WS-LIG-RESERVE.
           MOVE WS-DSP-NB-LIGNES(WS-IND-DSP) TO WS-LIG-NB-LIGNES.
           MOVE WS-A-PROMETTRE               TO WS-LIG-A-PROMETTRE.
           IF WS-A-PROMETTRE < 0
              MOVE 'SURRESERVE' TO WS-LIG-ALERTE
              ADD 1 TO WS-NB-SURRESERVES
           ELSE
              MOVE SPACES TO WS-LIG-ALERTE
           END-IF.
           ADD WS-DSP-PHYSIQUE(WS-IND-DSP) TO WS-TOT-PHYSIQUE.
           ADD WS-DSP-RESERVE(WS-IND-DSP)  TO WS-TOT-RESERVE.
           ADD WS-A-PROMETTRE              TO WS-TOT-A-PROMETTRE.
           WRITE FS-ENR-ETAT FROM WS-LIG-DETAIL.
       3010-EDITER-ARTICLE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'DISPONIBLE A PROMETTRE PAR ARTICLE'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'SOLDES LUS            : ' WS-NB-SOLDES-LUS.
           DISPLAY 'RESERVATIONS LUES     : ' WS-NB-RESERV-LUES.
           DISPLAY 'RESERVATIONS IGNOREES : ' WS-NB-RESERV-REJ.
           DISPLAY 'ARTICLES EDITES       : ' WS-NB-DISPO.
           DISPLAY 'ARTICLES SURRESERVES  : ' WS-NB-SURRESERVES.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'ARTICLES SURRESERVES' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-SURRESERVES    TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM STKDISPO.
