      *     DES CLIENTS A PLUS DE 90 JOURS : LE CONTROLE CREDIT
      *     DE COMMANDS SUSPEND LEURS NOUVELLES COMMANDES
      *     JUSQU'A REGULARISATION.
      *     UN PRELEVEMENT REJETE PAR LA BANQUE (PRELREJET.TXT,
      *     VOIR CMDPRELV) SUR UNE FACTURE ENCORE OUVERTE DECLENCHE
      *     LA RELANCE DU CLIENT (NIVEAU 1 AU MOINS) SANS
      *     ATTENDRE LES 31 JOURS.
      *     UNE FACTURE EN DEVISE (VOIR CMDFACT) EST AGEE DANS SA
      *     DEVISE : LA BALANCE ET LA RELANCE D'UN CLIENT SONT
      *     EDITEES PAR DEVISE (CODE EN FIN DE LIGNE DE
      *     RELANCES.TXT, A BLANC POUR L'EURO) ; LES TOTAUX PAR
      *     TRANCHE SONT EN CONTRE-VALEUR EUROS AU COURS DE LA
      *     FACTURE.
      *     LE MONTANT D'UN LITIGE OUVERT (REGISTRE LITIGES.TXT,
      *     VOIR CMDLITIG) EST ECARTE DE LA BALANCE RELANCABLE :
      *     IL N'ENTRE NI DANS LE NIVEAU DE RELANCE NI DANS LE
      *     BLOCAGE A 90 JOURS, ET EST EDITE A PART EN FIN DE
      *     LIGNE CLIENT.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/clientbloq.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-BLQ.
           SELECT FIC-REJETS-PRLV
              ASSIGN TO "./files/prelrejet.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJ.
           SELECT FIC-LITIGES
              ASSIGN TO "./files/litiges.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LIT.

       DATA DIVISION.
       FILE SECTION.
           05 FS-JRF-TVA      PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TTC      PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-DEVISE   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-JRF-TAUX     PIC 9(3)V9(6).
           05 FILLER PIC X(1).
           05 FS-JRF-HT-DEV   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TVA-DEV  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TTC-DEV  PIC 9(7)V99.

       FD FIC-REGL-APPLIQUES RECORDING MODE IS F.
       01  FS-ENR-RGA.
           05 FS-RGA-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGA-REFERENCE PIC X(10).
           05 FILLER PIC X(1).
           05 FS-RGA-DEVISE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RGA-MONTANT-DEV PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGA-TAUX      PIC 9(3)V9(6).
           05 FILLER PIC X(1).
           05 FS-RGA-SENS-ECART PIC X(1).
           05 FS-RGA-ECART     PIC 9(7)V99.

      * LETTRE DE RELANCE : CLIENT, NIVEAU D'ESCALADE, TOTAL DU,
      * DONT PLUS DE 90 JOURS, DANS LA DEVISE DES FACTURES.
       FD FIC-RELANCES RECORDING MODE IS F.
       01  FS-ENR-RELANCE.
           05 FS-REL-DATE    PIC 9(8).
           05 FS-REL-TOTAL   PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 FS-REL-PLUS-90 PIC 9(9)V99.
           05 FILLER PIC X(1).
           05 FS-REL-DEVISE  PIC X(3).

       FD FIC-BLOQUES RECORDING MODE IS F.
       01  FS-ENR-BLOQUE.
           05 FS-BLQ-CLIENT PIC 9(5).

      * PRELEVEMENTS REJETES, DEPOSES PAR CMDPRELV.
       FD FIC-REJETS-PRLV RECORDING MODE IS F.
       01  FS-ENR-REJET.
           05 FS-REJ-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-REJ-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-REJ-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-REJ-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-REJ-MOTIF     PIC X(4).

      * REGISTRE DES LITIGES, TENU PAR CMDLITIG : SEULS LES
      * LITIGES OUVERTS ('O') SONT ECARTES.
       FD FIC-LITIGES RECORDING MODE IS F.
       01  FS-ENR-LITIGE.
           05 FS-LIT-NUMERO     PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LIT-FACTURE    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LIT-CLIENT     PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-LIT-MONTANT    PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LIT-DEVISE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-LIT-MOTIF      PIC X(30).
           05 FILLER PIC X(1).
           05 FS-LIT-OUVERTURE  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-LIT-RESPONSABLE PIC X(8).
           05 FILLER PIC X(1).
           05 FS-LIT-ETAT       PIC X(1).
           05 FILLER PIC X(1).
           05 FS-LIT-CLOTURE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-LIT-AVOIR      PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDAGING'.
       01  WS-STATUS-JRN PIC XX.
       01  WS-STATUS-RGA PIC XX.
       01  WS-STATUS-REL PIC XX.
       01  WS-STATUS-BLQ PIC XX.
       01  WS-STATUS-REJ PIC XX.
       01  WS-STATUS-LIT PIC XX.

       01  WS-DATE-JOUR   PIC 9(8).
       01  WS-JULIEN-JOUR PIC 9(7).
       01  WS-JULIEN-FACT PIC 9(7).
       01  WS-AGE-JOURS   PIC S9(5).

      * FACTURES OUVERTES EN MEMOIRE (TTC MOINS REGLEMENTS), EN
      * DEVISE POUR UNE FACTURE EN DEVISE, ET MONTANT EN LITIGE.
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 500 TIMES.
               10 WS-FAC-DATE   PIC 9(8).
               10 WS-FAC-CLIENT PIC 9(5).
               10 WS-FAC-RESTE  PIC S9(7)V99.
               10 WS-FAC-DEVISE PIC X(3).
               10 WS-FAC-TAUX   PIC 9(3)V9(6).
               10 WS-FAC-LITIGE PIC 9(7)V99.
       01  WS-IND-FAC PIC 9(4).
       01  WS-IND-FAC-TROUVE PIC 9(4).

      * BALANCE AGEE PAR CLIENT ET DEVISE.
       01  WS-CLIENTS-AGES.
           05 WS-NB-CLIENTS PIC 9(3) VALUE 0.
           05 WS-CLI OCCURS 200 TIMES.
               10 WS-CLI-ID      PIC 9(5).
               10 WS-CLI-DEVISE  PIC X(3).
               10 WS-CLI-T0-30   PIC 9(9)V99.
               10 WS-CLI-T31-60  PIC 9(9)V99.
               10 WS-CLI-T61-90  PIC 9(9)V99.
               10 WS-CLI-T90-P   PIC 9(9)V99.
               10 WS-CLI-REJET   PIC X.
               10 WS-CLI-LITIGE  PIC 9(9)V99.
       01  WS-IND-CLI        PIC 9(3).
       01  WS-IND-CLI-TROUVE PIC 9(3).
       01  WS-TOTAL-CLIENT   PIC 9(9)V99.
       01  WS-NIVEAU-RELANCE PIC 9.
       01  WS-RESTE-EUR      PIC 9(9)V99.
       01  WS-RESTE-DU       PIC S9(7)V99.
       01  WS-LITIGE-EUR     PIC 9(9)V99.
       01  WS-DEVISE-EDITEE  PIC X(3).
       01  WS-IND-CLI-PREC   PIC 9(3).
       01  WS-DEJA-BLOQUE    PIC X.

       01  WS-TOTAUX-TRANCHES.
           05 WS-TOT-0-30  PIC 9(9)V99 VALUE 0.
           05 WS-TOT-31-60 PIC 9(9)V99 VALUE 0.
           05 WS-TOT-61-90 PIC 9(9)V99 VALUE 0.
           05 WS-TOT-90-P  PIC 9(9)V99 VALUE 0.
           05 WS-TOT-LITIGE PIC 9(9)V99 VALUE 0.
       01  WS-ED-MONTANT   PIC ZZZZZZZZ9.99.

       01  WS-COMPTEURS.
           05 WS-NB-OUVERTES  PIC 9(4) VALUE 0.
           05 WS-NB-RELANCES  PIC 9(3) VALUE 0.
           05 WS-NB-BLOQUES   PIC 9(3) VALUE 0.
           05 WS-NB-REJETS    PIC 9(3) VALUE 0.
           05 WS-NB-LITIGES   PIC 9(4) VALUE 0.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
              THRU 1000-CHARGER-FACTURES-FIN.
           PERFORM 1500-DEDUIRE-REGLES-DEB
              THRU 1500-DEDUIRE-REGLES-FIN.
           PERFORM 1600-ECARTER-LITIGES-DEB
              THRU 1600-ECARTER-LITIGES-FIN.
           PERFORM 2000-CLASSER-TRANCHES-DEB
              THRU 2000-CLASSER-TRANCHES-FIN.
           PERFORM 2500-MARQUER-REJETS-DEB
              THRU 2500-MARQUER-REJETS-FIN.
           PERFORM 3000-EDITER-BALANCE-DEB
              THRU 3000-EDITER-BALANCE-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
                 MOVE FS-JRF-DATE   TO WS-FAC-DATE(WS-NB-FACTURES)
                 MOVE FS-JRF-CLIENT TO WS-FAC-CLIENT(WS-NB-FACTURES)
                 MOVE FS-JRF-TTC    TO WS-FAC-RESTE(WS-NB-FACTURES)
                 MOVE SPACES TO WS-FAC-DEVISE(WS-NB-FACTURES)
                 MOVE 1      TO WS-FAC-TAUX(WS-NB-FACTURES)
                 MOVE 0      TO WS-FAC-LITIGE(WS-NB-FACTURES)
                 IF FS-JRF-DEVISE NOT = SPACES
                    AND FS-JRF-TAUX IS NUMERIC
                    AND FS-JRF-TTC-DEV IS NUMERIC
                    MOVE FS-JRF-DEVISE
                      TO WS-FAC-DEVISE(WS-NB-FACTURES)
                    MOVE FS-JRF-TAUX
                      TO WS-FAC-TAUX(WS-NB-FACTURES)
                    MOVE FS-JRF-TTC-DEV
                      TO WS-FAC-RESTE(WS-NB-FACTURES)
                 END-IF
              ELSE
                 DISPLAY 'TABLE DES FACTURES PLEINE (500), '
                         'FACTURE IGNOREE : ' FS-JRF-NUMERO

       1520-DEDUIRE-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-RGA-NUMERO
              IF FS-RGA-DEVISE NOT = SPACES
                 AND FS-RGA-MONTANT-DEV IS NUMERIC
                 SUBTRACT FS-RGA-MONTANT-DEV
                    FROM WS-FAC-RESTE(WS-IND-FAC)
              ELSE
                 SUBTRACT FS-RGA-MONTANT
                    FROM WS-FAC-RESTE(WS-IND-FAC)
              END-IF
           END-IF.
       1520-DEDUIRE-FACTURE-FIN.
           EXIT.

      * LE MONTANT CONTESTE EST DANS LA DEVISE DE LA FACTURE,
      * COMME SON RESTE DU.
       1600-ECARTER-LITIGES-DEB.
           OPEN INPUT FIC-LITIGES.
           IF WS-STATUS-LIT = '00'
              PERFORM 1610-ECARTER-UN-DEB
                 THRU 1610-ECARTER-UN-FIN
                 UNTIL WS-STATUS-LIT NOT = '00'
              CLOSE FIC-LITIGES
           END-IF.
       1600-ECARTER-LITIGES-FIN.
           EXIT.

       1610-ECARTER-UN-DEB.
           READ FIC-LITIGES
              AT END
                 MOVE '10' TO WS-STATUS-LIT
           END-READ.
           IF WS-STATUS-LIT = '00'
              AND FS-LIT-ETAT = 'O'
              MOVE 0 TO WS-IND-FAC-TROUVE
              PERFORM 1620-CHERCHER-FACTURE-DEB
                 THRU 1620-CHERCHER-FACTURE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
                 OR WS-IND-FAC-TROUVE > 0
              IF WS-IND-FAC-TROUVE > 0
                 ADD 1 TO WS-NB-LITIGES
                 ADD FS-LIT-MONTANT TO WS-FAC-LITIGE(WS-IND-FAC-TROUVE)
              END-IF
           END-IF.
       1610-ECARTER-UN-FIN.
           EXIT.

       1620-CHERCHER-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-LIT-FACTURE
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       1620-CHERCHER-FACTURE-FIN.
           EXIT.

       2000-CLASSER-TRANCHES-DEB.
           PERFORM 2010-CLASSER-FACTURE-DEB
              THRU 2010-CLASSER-FACTURE-FIN
                      FUNCTION INTEGER-OF-DATE
                      (WS-FAC-DATE(WS-IND-FAC))
              COMPUTE WS-AGE-JOURS = WS-JULIEN-JOUR - WS-JULIEN-FACT
              IF WS-FAC-LITIGE(WS-IND-FAC) > WS-FAC-RESTE(WS-IND-FAC)
                 MOVE WS-FAC-RESTE(WS-IND-FAC)
                   TO WS-FAC-LITIGE(WS-IND-FAC)
              END-IF
              COMPUTE WS-RESTE-DU = WS-FAC-RESTE(WS-IND-FAC)
                                  - WS-FAC-LITIGE(WS-IND-FAC)
              COMPUTE WS-RESTE-EUR ROUNDED =
                      WS-RESTE-DU * WS-FAC-TAUX(WS-IND-FAC)
              COMPUTE WS-LITIGE-EUR ROUNDED =
                      WS-FAC-LITIGE(WS-IND-FAC)
                      * WS-FAC-TAUX(WS-IND-FAC)
              PERFORM 2100-TROUVER-CLIENT-DEB
                 THRU 2100-TROUVER-CLIENT-FIN
              IF WS-IND-CLI-TROUVE > 0
                 ADD WS-FAC-LITIGE(WS-IND-FAC)
                    TO WS-CLI-LITIGE(WS-IND-CLI-TROUVE)
                 ADD WS-LITIGE-EUR TO WS-TOT-LITIGE
                 EVALUATE TRUE
                    WHEN WS-AGE-JOURS <= 30
                       ADD WS-RESTE-DU
                          TO WS-CLI-T0-30(WS-IND-CLI-TROUVE)
                       ADD WS-RESTE-EUR TO WS-TOT-0-30
                    WHEN WS-AGE-JOURS <= 60
                       ADD WS-RESTE-DU
                          TO WS-CLI-T31-60(WS-IND-CLI-TROUVE)
                       ADD WS-RESTE-EUR TO WS-TOT-31-60
                    WHEN WS-AGE-JOURS <= 90
                       ADD WS-RESTE-DU
                          TO WS-CLI-T61-90(WS-IND-CLI-TROUVE)
                       ADD WS-RESTE-EUR TO WS-TOT-61-90
                    WHEN OTHER
                       ADD WS-RESTE-DU
                          TO WS-CLI-T90-P(WS-IND-CLI-TROUVE)
                       ADD WS-RESTE-EUR TO WS-TOT-90-P
                 END-EVALUATE
              END-IF
           END-IF.
                 ADD 1 TO WS-NB-CLIENTS
                 MOVE WS-FAC-CLIENT(WS-IND-FAC)
                   TO WS-CLI-ID(WS-NB-CLIENTS)
                 MOVE WS-FAC-DEVISE(WS-IND-FAC)
                   TO WS-CLI-DEVISE(WS-NB-CLIENTS)
                 MOVE 0 TO WS-CLI-T0-30(WS-NB-CLIENTS)
                 MOVE 0 TO WS-CLI-T31-60(WS-NB-CLIENTS)
                 MOVE 0 TO WS-CLI-T61-90(WS-NB-CLIENTS)
                 MOVE 0 TO WS-CLI-T90-P(WS-NB-CLIENTS)
                 MOVE 'N' TO WS-CLI-REJET(WS-NB-CLIENTS)
                 MOVE 0 TO WS-CLI-LITIGE(WS-NB-CLIENTS)
                 MOVE WS-NB-CLIENTS TO WS-IND-CLI-TROUVE
              ELSE
                 DISPLAY 'TABLE DES CLIENTS PLEINE (200), CLIENT '

       2110-CHERCHER-CLIENT-DEB.
           IF WS-CLI-ID(WS-IND-CLI) = WS-FAC-CLIENT(WS-IND-FAC)
              AND WS-CLI-DEVISE(WS-IND-CLI) = WS-FAC-DEVISE(WS-IND-FAC)
              MOVE WS-IND-CLI TO WS-IND-CLI-TROUVE
           END-IF.
       2110-CHERCHER-CLIENT-FIN.
           EXIT.

      * UN PRELEVEMENT REJETE NE COMPTE QUE SI SA FACTURE EST
      * ENCORE OUVERTE : REGLEE DEPUIS, OU CONTESTEE POUR LA
      * TOTALITE DE SON RESTE DU, IL N'Y A PLUS RIEN A RELANCER.
       2500-MARQUER-REJETS-DEB.
           OPEN INPUT FIC-REJETS-PRLV.
           IF WS-STATUS-REJ = '00'
              PERFORM 2510-MARQUER-REJET-DEB
                 THRU 2510-MARQUER-REJET-FIN
                 UNTIL WS-STATUS-REJ NOT = '00'
              CLOSE FIC-REJETS-PRLV
           END-IF.
       2500-MARQUER-REJETS-FIN.
           EXIT.

       2510-MARQUER-REJET-DEB.
           READ FIC-REJETS-PRLV
              AT END
                 MOVE '10' TO WS-STATUS-REJ
           END-READ.
           IF WS-STATUS-REJ = '00'
              MOVE 0 TO WS-IND-FAC-TROUVE
              PERFORM 2520-CHERCHER-FACTURE-DEB
                 THRU 2520-CHERCHER-FACTURE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
                 OR WS-IND-FAC-TROUVE > 0
              IF WS-IND-FAC-TROUVE NOT = 0
                 MOVE WS-IND-FAC-TROUVE TO WS-IND-FAC
                 IF WS-FAC-RESTE(WS-IND-FAC) > 0
                    AND WS-FAC-LITIGE(WS-IND-FAC)
                        < WS-FAC-RESTE(WS-IND-FAC)
                    PERFORM 2100-TROUVER-CLIENT-DEB
                       THRU 2100-TROUVER-CLIENT-FIN
                    IF WS-IND-CLI-TROUVE > 0
                       ADD 1 TO WS-NB-REJETS
                       MOVE 'O' TO WS-CLI-REJET(WS-IND-CLI-TROUVE)
                       DISPLAY 'FACTURE ' FS-REJ-NUMERO ' CLIENT '
                               FS-REJ-CLIENT ' : PRELEVEMENT REJETE ('
                               FS-REJ-MOTIF ') LE ' FS-REJ-DATE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2510-MARQUER-REJET-FIN.
           EXIT.

       2520-CHERCHER-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-REJ-NUMERO
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       2520-CHERCHER-FACTURE-FIN.
           EXIT.

      * EDITION DE LA BALANCE, ECRITURE DES RELANCES (NIVEAU 1 =
      * RETARD 31-60, 2 = 61-90, 3 = PLUS DE 90 JOURS) ET DE LA
      * LISTE DES CLIENTS A COUPER (PLUS DE 90 JOURS).
           CLOSE FIC-RELANCES.
           CLOSE FIC-BLOQUES.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'TOTAUX EN CONTRE-VALEUR EUROS :'.
           MOVE WS-TOT-0-30 TO WS-ED-MONTANT.
           DISPLAY 'TOTAL 0-30 JOURS   : ' WS-ED-MONTANT.
           MOVE WS-TOT-31-60 TO WS-ED-MONTANT.
           DISPLAY 'TOTAL 61-90 JOURS  : ' WS-ED-MONTANT.
           MOVE WS-TOT-90-P TO WS-ED-MONTANT.
           DISPLAY 'TOTAL +90 JOURS    : ' WS-ED-MONTANT.
           MOVE WS-TOT-LITIGE TO WS-ED-MONTANT.
           DISPLAY 'EN LITIGE, ECARTE  : ' WS-ED-MONTANT.
       3000-EDITER-BALANCE-FIN.
           EXIT.

                   + WS-CLI-T31-60(WS-IND-CLI)
                   + WS-CLI-T61-90(WS-IND-CLI)
                   + WS-CLI-T90-P(WS-IND-CLI).
           MOVE WS-CLI-DEVISE(WS-IND-CLI) TO WS-DEVISE-EDITEE.
           IF WS-DEVISE-EDITEE = SPACES
              MOVE 'EUR' TO WS-DEVISE-EDITEE
           END-IF.
           IF WS-TOTAL-CLIENT > 0
              OR WS-CLI-LITIGE(WS-IND-CLI) > 0
              DISPLAY 'CLIENT ' WS-CLI-ID(WS-IND-CLI) ' '
                      WS-DEVISE-EDITEE ' : '
                      WS-CLI-T0-30(WS-IND-CLI) ' / '
                      WS-CLI-T31-60(WS-IND-CLI) ' / '
                      WS-CLI-T61-90(WS-IND-CLI) ' / '
                      WS-CLI-T90-P(WS-IND-CLI)
              IF WS-CLI-LITIGE(WS-IND-CLI) > 0
                 DISPLAY '   DONT EN LITIGE, HORS RELANCE : '
                         WS-CLI-LITIGE(WS-IND-CLI)
              END-IF
              MOVE 0 TO WS-NIVEAU-RELANCE
              IF WS-CLI-T31-60(WS-IND-CLI) > 0
                 MOVE 1 TO WS-NIVEAU-RELANCE
              IF WS-CLI-T90-P(WS-IND-CLI) > 0
                 MOVE 3 TO WS-NIVEAU-RELANCE
              END-IF
              IF WS-CLI-REJET(WS-IND-CLI) = 'O'
                 AND WS-NIVEAU-RELANCE = 0
                 MOVE 1 TO WS-NIVEAU-RELANCE
              END-IF
              IF WS-NIVEAU-RELANCE > 0
                 ADD 1 TO WS-NB-RELANCES
                 MOVE SPACES TO FS-ENR-RELANCE
                 MOVE WS-NIVEAU-RELANCE       TO FS-REL-NIVEAU
                 MOVE WS-TOTAL-CLIENT         TO FS-REL-TOTAL
                 MOVE WS-CLI-T90-P(WS-IND-CLI) TO FS-REL-PLUS-90
                 MOVE WS-CLI-DEVISE(WS-IND-CLI) TO FS-REL-DEVISE
                 WRITE FS-ENR-RELANCE
              END-IF
              MOVE 'N' TO WS-DEJA-BLOQUE
              PERFORM 3020-CHERCHER-BLOQUE-DEB
                 THRU 3020-CHERCHER-BLOQUE-FIN
                 VARYING WS-IND-CLI-PREC FROM 1 BY 1
                 UNTIL WS-IND-CLI-PREC NOT < WS-IND-CLI
                 OR WS-DEJA-BLOQUE = 'O'
              IF WS-CLI-T90-P(WS-IND-CLI) > 0
                 AND WS-DEJA-BLOQUE = 'N'
                 ADD 1 TO WS-NB-BLOQUES
                 MOVE WS-CLI-ID(WS-IND-CLI) TO FS-BLQ-CLIENT
                 WRITE FS-ENR-BLOQUE
       3010-LIGNE-CLIENT-FIN.
           EXIT.

      * UN CLIENT DEBITEUR DANS PLUSIEURS DEVISES N'EST COUPE
      * QU'UNE FOIS.
       3020-CHERCHER-BLOQUE-DEB.
           IF WS-CLI-ID(WS-IND-CLI-PREC) = WS-CLI-ID(WS-IND-CLI)
              AND WS-CLI-T90-P(WS-IND-CLI-PREC) > 0
              MOVE 'O' TO WS-DEJA-BLOQUE
           END-IF.
       3020-CHERCHER-BLOQUE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY 'FACTURES OUVERTES    : ' WS-NB-OUVERTES.
           DISPLAY 'RELANCES EMISES      : ' WS-NB-RELANCES.
           DISPLAY 'CLIENTS A COUPER     : ' WS-NB-BLOQUES.
           DISPLAY 'PRELEVEMENTS REJETES : ' WS-NB-REJETS.
           DISPLAY 'LITIGES ECARTES      : ' WS-NB-LITIGES.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'CLIENTS BLOQUES'    TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-BLOQUES        TO WS-LIEN-RECAPJR-IN-VALEUR.
