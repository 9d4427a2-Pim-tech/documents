               SELECT FWAITLST        ASSIGN TO WAITLST
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS IS WS-FS-WAITLST.
      *        RESERVATIONS PROMUES DEPUIS LA LISTE D'ATTENTE PAR
      *        UNE ANNULATION (MEME FORMAT QUE LA LISTE), POUR LA
      *        LETTRE DE PROMOTION DU RUN DES DOCUMENTS (RESADOCS).
               SELECT FPROMUES        ASSIGN TO PROMUES
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS IS WS-FS-PROMUES.
      *        HISTORIQUE CUMULATIF DES RESERVATIONS ACCEPTEES
      *        AVEC LEUR DATE DE PRISE (DATE DU RUN), POUR LE
      *        RAPPORT DE RYTHME DES VENTES (RESAPACE).
               SELECT FRESHIST        ASSIGN TO RESHIST
                      ORGANIZATION IS SEQUENTIAL
                      FILE STATUS IS WS-FS-RESHIST.
               SELECT FTRICLI         ASSIGN TO TRICLI.
               SELECT FCLITRIE        ASSIGN TO CLITRIE
                      ORGANIZATION IS SEQUENTIAL.
           02    FILLER                PIC X(1).
           02    FS-WLS-MONTANT-FQ        PIC 9(8)V99.

       FD    FPROMUES.
       01    FS-ENREG-PROMUES-FT.
           02    FS-PRO-DEST-FT            PIC X(20).
           02    FILLER                PIC X(1).
           02    FS-PRO-CLIENT-FT        PIC X(30).
           02    FILLER                PIC X(1).
           02    FS-PRO-PLACES-FT        PIC 9(3).
           02    FILLER                PIC X(1).
           02    FS-PRO-MONTANT-FT        PIC 9(8)V99.

      *        UNE LIGNE PAR MOUVEMENT RETENU DANS LES TOTAUX :
      *        RESERVATION ACCEPTEE ('R') OU PROMUE ('P'), AVENANT
      *        ('A') ET ANNULATION ('C'), AVEC LE SENS DANS LEQUEL
      *        ILS JOUENT ET LE MONTANT EN DEVISE DE BASE, SAISON
      *        APPLIQUEE.
       FD    FRESHIST.
       01    FS-ENREG-RESHIST-FU.
           02    FS-HIS-DATE-RESA-FU        PIC 9(8).
           02    FILLER                PIC X(1).
           02    FS-HIS-TYPE-FU            PIC X.
           02    FILLER                PIC X(1).
           02    FS-HIS-SENS-FU            PIC X.
           02    FILLER                PIC X(1).
           02    FS-HIS-DEST-FU            PIC X(20).
           02    FILLER                PIC X(1).
           02    FS-HIS-CLIENT-FU        PIC X(30).
           02    FILLER                PIC X(1).
           02    FS-HIS-SEJOUR-FU        PIC 9(8).
           02    FILLER                PIC X(1).
           02    FS-HIS-PLACES-FU        PIC 9(3).
           02    FILLER                PIC X(1).
           02    FS-HIS-MONTANT-FU        PIC 9(8)V99.

       SD    FTRICLI.
       01    SD-ENREG-TRICLI-FL.
           02    SD-NOM-CLIENT-FL        PIC X(30).
      * PLACES ET PROMEUVENT AUTOMATIQUEMENT LA TETE DE LISTE.
       01    WS-FS-QUOTAS            PIC XX.
       01    WS-FS-WAITLST            PIC XX.
       01    WS-FS-PROMUES            PIC XX.
       01    WS-FS-RESHIST            PIC XX.
       01    WS-TABLE-QUOTAS-WI.
           02    WS-NB-QUOTAS-WI    PIC 99 VALUE ZERO.
           02    WS-QUOTA-WI OCCURS 50 TIMES.
               03    WS-ATT-HOMMES-WI    PIC 99.
               03    WS-ATT-DAMES-WI        PIC 99.
               03    WS-ATT-ENFANTS-WI    PIC 99.
               03    WS-ATT-SEJOUR-WI    PIC 9(8).
               03    WS-ATT-ETAT-WI        PIC X.
       01    WS-IND-ATT-WI        PIC 99.
       01    WS-NB-EN-ATTENTE-WI    PIC 9(5) VALUE ZERO.
           02    WS-NET-DAMES-WF            PIC S9(6).
           02    WS-NET-ENFANTS-WF        PIC S9(6).

      * MOUVEMENT A HISTORISER (VOIR 99-HISTORISER) ET DATE DE
      * PRISE DES RESERVATIONS DU RUN.
       01    WS-HISTO-WL.
           02    WS-HIS-DATE-JOUR-WL        PIC 9(8).
           02    WS-HIS-TYPE-WL            PIC X.
           02    WS-HIS-SENS-WL            PIC X.
           02    WS-HIS-CLIENT-WL        PIC X(30).
           02    WS-HIS-SEJOUR-WL        PIC 9(8).
           02    WS-HIS-PLACES-WL        PIC 9(3).
           02    WS-HIS-MONTANT-WL        PIC 9(8)V99.
       01    WS-NB-HISTORISES-WL        PIC 9(5) VALUE ZERO.


       PROCEDURE DIVISION.
       MAIN SECTION.
           OPEN OUTPUT FRECAP.
           OPEN OUTPUT FREJSURT.
           OPEN OUTPUT FWAITLST.
           OPEN OUTPUT FPROMUES.
           ACCEPT WS-HIS-DATE-JOUR-WL FROM DATE YYYYMMDD.
           OPEN EXTEND FRESHIST.
           IF WS-FS-RESHIST NOT = "00"
               OPEN OUTPUT FRESHIST
           END-IF.

           READ FTRI
               AT END SET FIN-DE-FICHIER TO TRUE.
           CLOSE     FTRI
                   FRECAP
                   FREJSURT
                   FWAITLST
                   FPROMUES
                   FRESHIST.
           DISPLAY 'RESERVATIONS EN LISTE D''ATTENTE : '
                   WS-NB-EN-ATTENTE-WI.
           DISPLAY 'RESERVATIONS PROMUES DEPUIS LA LISTE : '
                   WS-NB-PROMUES-WI.
           DISPLAY 'MOUVEMENTS HISTORISES : ' WS-NB-HISTORISES-WL.

           PERFORM 40-CLASSER-PAR-RECETTE.

                      SUBTRACT WS-MONTANT-BASE-WG FROM
                         WS-CSA-MONTANT-WK(WS-IND-SAI-TROUVE-WJ)
                   END-IF
                   MOVE 'C' TO WS-HIS-TYPE-WL
                   MOVE '-' TO WS-HIS-SENS-WL
                   PERFORM 99-HISTORISER-MOUVEMENT
                   PERFORM 96-PROMOUVOIR-ATTENTE
               WHEN AVENANT-FC
                   ADD 1 TO WS-NB-AVENANTS-WE
                            WS-CSA-MONTANT-WK(WS-IND-SAI-TROUVE-WJ)
                      END-IF
                   END-IF
                   MOVE 'A' TO WS-HIS-TYPE-WL
                   IF FS-SENS-AJUST-FC = '-'
                      MOVE '-' TO WS-HIS-SENS-WL
                   ELSE
                      MOVE '+' TO WS-HIS-SENS-WL
                   END-IF
                   PERFORM 99-HISTORISER-MOUVEMENT
                   IF FS-SENS-AJUST-FC = '-'
                      SUBTRACT WS-MONTANT-BASE-WG
                         FROM WS-NET-RECU-WF
                  ADD WS-MONTANT-BASE-WG TO
                     WS-CSA-MONTANT-WK(WS-IND-SAI-TROUVE-WJ)
               END-IF
               MOVE 'R' TO WS-HIS-TYPE-WL
               MOVE '+' TO WS-HIS-SENS-WL
               PERFORM 99-HISTORISER-MOUVEMENT
           END-IF.

       95-METTRE-EN-ATTENTE.
                 TO WS-ATT-DAMES-WI(WS-NB-ATTENTE-WI)
               MOVE FS-NB-ENFANTS-FC
                 TO WS-ATT-ENFANTS-WI(WS-NB-ATTENTE-WI)
               IF FS-DATE-SEJOUR-FC IS NUMERIC
                   MOVE FS-DATE-SEJOUR-FC
                     TO WS-ATT-SEJOUR-WI(WS-NB-ATTENTE-WI)
               ELSE
                   MOVE ZERO TO WS-ATT-SEJOUR-WI(WS-NB-ATTENTE-WI)
               END-IF
               MOVE SPACE
                 TO WS-ATT-ETAT-WI(WS-NB-ATTENTE-WI)
               DISPLAY FS-NOM-DEST-FD ' COMPLET, EN LISTE '
      *    EST REPARCOURUE DANS L'ORDRE D'ARRIVEE ET CHAQUE
      *    ENTREE QUI TIENT DESORMAIS DANS LA CAPACITE EST
      *    PROMUE (ELLE ENTRE DANS LES TOTAUX COMME UNE
      *    RESERVATION BRUTE) ET REPORTEE DANS FPROMUES POUR LA
      *    LETTRE DE PROMOTION.
       96-PROMOUVOIR-ATTENTE.
           IF WS-QUOTA-LIMITE-WI = 'O'
               PERFORM VARYING WS-IND-ATT-WI FROM 1 BY 1
                           ' : PROMOTION DEPUIS LA LISTE '
                           'D''ATTENTE DE '
                           WS-ATT-CLIENT-WI(WS-IND-ATT-WI)
                       MOVE SPACES TO FS-ENREG-PROMUES-FT
                       MOVE FS-NOM-DEST-FD TO FS-PRO-DEST-FT
                       MOVE WS-ATT-CLIENT-WI(WS-IND-ATT-WI)
                         TO FS-PRO-CLIENT-FT
                       MOVE WS-ATT-PLACES-WI(WS-IND-ATT-WI)
                         TO FS-PRO-PLACES-FT
                       MOVE WS-ATT-MONTANT-WI(WS-IND-ATT-WI)
                         TO FS-PRO-MONTANT-FT
                       WRITE FS-ENREG-PROMUES-FT
                       MOVE 'P' TO WS-HIS-TYPE-WL
                       MOVE '+' TO WS-HIS-SENS-WL
                       MOVE WS-ATT-CLIENT-WI(WS-IND-ATT-WI)
                         TO WS-HIS-CLIENT-WL
                       MOVE WS-ATT-SEJOUR-WI(WS-IND-ATT-WI)
                         TO WS-HIS-SEJOUR-WL
                       MOVE WS-ATT-PLACES-WI(WS-IND-ATT-WI)
                         TO WS-HIS-PLACES-WL
                       MOVE WS-ATT-MONTANT-WI(WS-IND-ATT-WI)
                         TO WS-HIS-MONTANT-WL
                       PERFORM 99-ECRIRE-HISTORIQUE
                   END-IF
               END-PERFORM
           END-IF.

      *    HISTORISATION DU MOUVEMENT COURANT DE FTRI (TYPE ET
      *    SENS DEJA POSES), POUR LE RYTHME DES VENTES.
       99-HISTORISER-MOUVEMENT.
           MOVE FS-NOM-CLIENT-FC TO WS-HIS-CLIENT-WL.
           IF FS-DATE-SEJOUR-FC IS NUMERIC
               MOVE FS-DATE-SEJOUR-FC TO WS-HIS-SEJOUR-WL
           ELSE
               MOVE ZERO TO WS-HIS-SEJOUR-WL
           END-IF.
           COMPUTE WS-HIS-PLACES-WL = FS-NB-HOMMES-FC
                   + FS-NB-DAMES-FC + FS-NB-ENFANTS-FC.
           MOVE WS-MONTANT-BASE-WG TO WS-HIS-MONTANT-WL.
           PERFORM 99-ECRIRE-HISTORIQUE.

       99-ECRIRE-HISTORIQUE.
           MOVE SPACES TO FS-ENREG-RESHIST-FU.
           MOVE WS-HIS-DATE-JOUR-WL TO FS-HIS-DATE-RESA-FU.
           MOVE WS-HIS-TYPE-WL      TO FS-HIS-TYPE-FU.
           MOVE WS-HIS-SENS-WL      TO FS-HIS-SENS-FU.
           MOVE FS-NOM-DEST-FD      TO FS-HIS-DEST-FU.
           MOVE WS-HIS-CLIENT-WL    TO FS-HIS-CLIENT-FU.
           MOVE WS-HIS-SEJOUR-WL    TO FS-HIS-SEJOUR-FU.
           MOVE WS-HIS-PLACES-WL    TO FS-HIS-PLACES-FU.
           MOVE WS-HIS-MONTANT-WL   TO FS-HIS-MONTANT-FU.
           WRITE FS-ENREG-RESHIST-FU.
           ADD 1 TO WS-NB-HISTORISES-WL.

      *    VENTILATION DE LA RECETTE DE LA DESTINATION PAR BANDE
      *    DE SAISON : ON VOIT ENFIN CE QUE PESE L'ARRIERE-SAISON.
       98-EDITER-SAISONS.
