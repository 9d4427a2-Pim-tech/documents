      *     VIVENT AU-DELA DU JOUR DE SAISIE, UNE COMMANDE EN
      *     RETARD Y EST DONC ENCORE) ET NE RETIENT QUE LES
      *     COMMANDES OUVERTES (STATUT 'E' OU 'V', PAS ENCORE
      *     EXPEDIEES, OU 'P', PARTIELLEMENT EXPEDIEES AVEC UN
      *     RELIQUAT OUVERT).
      *     LA QUANTITE RESTANT A LIVRER DE CHAQUE COMMANDE
      *     (COMMANDE MOINS DEJA EXPEDIE, CUMULE SUR SES LIGNES)
      *     EST EDITEE EN REGARD DE SON ECHEANCE.
      *     L'ECHEANCE DE CHAQUE COMMANDE EST CALCULEE PAR LE
      *     MOTEUR DE DATES S1DAT1 (DATE DE COMMANDE PLUS DELAI
      *     DE LIVRAISON PROMIS, VARIABLE D'ENVIRONNEMENT
           05 FS-CDE-NUMLIGNE  PIC 99.
           05 FS-CDE-IDCLIENT  PIC 9(5).
           05 FS-CDE-DATE      PIC 9(8).
           05 FS-CDE-ARTICLE   PIC X(6).
           05 FS-CDE-QUANTITE  PIC 9(3).
           05 FILLER           PIC X(16).
           05 FS-CDE-QTE-EXPEDIEE PIC 9(3).
           05 FILLER           PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'SUIVECH'.
       01  WS-RETARD      PIC S9(5).
       01  WS-RETARD-ED   PIC -(4)9.
       01  WS-CDE-VUE     PIC 9(5) VALUE 0.
       01  WS-CDE-SUIVIE  PIC X VALUE 'N'.
       01  WS-QTE-RESTE   PIC 9(3).
       01  WS-TOTAL-RESTE PIC 9(7) VALUE 0.

      * UNE LIGNE DE SUIVI PAR COMMANDE OUVERTE, CLASSEE PAR
      * RETARD DECROISSANT AVANT EDITION.
               10 WS-ECH-ECHEANCE  PIC 9(8).
               10 WS-ECH-RETARD    PIC S9(5).
               10 WS-ECH-REPORTEE  PIC X.
               10 WS-ECH-STATUT    PIC X.
               10 WS-ECH-RESTE     PIC 9(5).
       01  WS-IND-ECH  PIC 9(3).
       01  WS-IND-TRI  PIC 9(3).
       01  WS-TRI-PERMUTE PIC X.
           05 WS-TAM-ECHEANCE  PIC 9(8).
           05 WS-TAM-RETARD    PIC S9(5).
           05 WS-TAM-REPORTEE  PIC X.
           05 WS-TAM-STATUT    PIC X.
           05 WS-TAM-RESTE     PIC 9(5).

       01  WS-COMPTEURS.
           05 WS-NB-EN-RETARD   PIC 9(3) VALUE 0.
       0000-SUIVECH-FIN.
           EXIT.

      * UNE COMMANDE OUVERTE (STATUT 'E', 'V' OU 'P') N'EST
      * RETENUE QU'UNE FOIS, SUR SA PREMIERE LIGNE (LES LIGNES
      * D'UNE COMMANDE SONT CONTIGUES DANS LE FICHIER) ; CHACUNE
      * DE SES LIGNES AJOUTE ENSUITE SON RESTE A LIVRER.
       1000-LIGNE-COMMANDE-DEB.
           READ FIC-COMMANDES
              AT END
                 OR FS-ENR-COMMANDE(1:3) = 'FIN'
                 CONTINUE
              ELSE
              IF FS-CDE-CODESTR = 'E' OR FS-CDE-CODESTR = 'V'
                 OR FS-CDE-CODESTR = 'P'
                 IF FS-CDE-IDCOMMAND NOT = WS-CDE-VUE
                    MOVE FS-CDE-IDCOMMAND TO WS-CDE-VUE
                    PERFORM 2000-CALCULER-ECHEANCE-DEB
                       THRU 2000-CALCULER-ECHEANCE-FIN
                 END-IF
                 IF WS-CDE-SUIVIE = 'O'
                    PERFORM 2100-CUMULER-RESTE-DEB
                       THRU 2100-CUMULER-RESTE-FIN
                 END-IF
              END-IF
              END-IF
           END-IF.
           EXIT.

       2000-CALCULER-ECHEANCE-DEB.
           MOVE 'N' TO WS-CDE-SUIVIE.
           IF WS-NB-ECH >= 200
              DISPLAY 'TABLE DES ECHEANCES PLEINE (200), COMMANDE '
                      'NON SUIVIE : ' FS-CDE-IDCOMMAND
              MOVE WS-RETARD        TO WS-ECH-RETARD(WS-NB-ECH)
              MOVE WS-LIEN-OU-FERIE-WEEKEND
                TO WS-ECH-REPORTEE(WS-NB-ECH)
              MOVE FS-CDE-CODESTR   TO WS-ECH-STATUT(WS-NB-ECH)
              MOVE 0                TO WS-ECH-RESTE(WS-NB-ECH)
              MOVE 'O' TO WS-CDE-SUIVIE
           END-IF.
       2000-CALCULER-ECHEANCE-FIN.
           EXIT.

      * RESTE A LIVRER DE LA LIGNE : TOUTE LA QUANTITE TANT QUE
      * RIEN N'EST PARTI, LE RELIQUAT POUR UNE COMMANDE 'P'.
       2100-CUMULER-RESTE-DEB.
           MOVE FS-CDE-QUANTITE TO WS-QTE-RESTE.
           IF FS-CDE-CODESTR = 'P'
              AND FS-CDE-QTE-EXPEDIEE IS NUMERIC
              IF FS-CDE-QTE-EXPEDIEE >= FS-CDE-QUANTITE
                 MOVE 0 TO WS-QTE-RESTE
              ELSE
                 SUBTRACT FS-CDE-QTE-EXPEDIEE FROM WS-QTE-RESTE
              END-IF
           END-IF.
           ADD WS-QTE-RESTE TO WS-ECH-RESTE(WS-NB-ECH).
           ADD WS-QTE-RESTE TO WS-TOTAL-RESTE.
       2100-CUMULER-RESTE-FIN.
           EXIT.

      * TRI A BULLES PAR RETARD DECROISSANT : LES COMMANDES LES
      * PLUS EN RETARD SORTENT EN TETE D'ETAT.
       3000-CLASSER-PAR-RETARD-DEB.
           DISPLAY 'DEJA EN RETARD    : ' WS-NB-EN-RETARD.
           DISPLAY 'ECHUES AUJOURD''HUI: ' WS-NB-ECHUES.
           DISPLAY 'A ECHEANCE SOUS 3 JOURS : ' WS-NB-A-RISQUE.
           DISPLAY 'QUANTITE RESTANT A LIVRER : ' WS-TOTAL-RESTE.
       4000-EDITER-ETAT-FIN.
           EXIT.

                         ' CLIENT ' WS-ECH-IDCLIENT(WS-IND-ECH)
                         ' DU ' WS-ECH-DATE-CDE(WS-IND-ECH)
                         ' ECHEANCE ' WS-ECH-ECHEANCE(WS-IND-ECH)
                         ' RESTE ' WS-ECH-RESTE(WS-IND-ECH)
              WHEN WS-ECH-RETARD(WS-IND-ECH) = 0
                 ADD 1 TO WS-NB-ECHUES
                 DISPLAY 'ECHUE AUJOURD''HUI : COMMANDE '
                         WS-ECH-IDCOMMAND(WS-IND-ECH)
                         ' CLIENT ' WS-ECH-IDCLIENT(WS-IND-ECH)
                         ' DU ' WS-ECH-DATE-CDE(WS-IND-ECH)
                         ' RESTE ' WS-ECH-RESTE(WS-IND-ECH)
              WHEN WS-ECH-RETARD(WS-IND-ECH) >= -3
                 ADD 1 TO WS-NB-A-RISQUE
                 DISPLAY 'A RISQUE (ECHEANCE '
                         WS-ECH-ECHEANCE(WS-IND-ECH) ') : COMMANDE '
                         WS-ECH-IDCOMMAND(WS-IND-ECH)
                         ' CLIENT ' WS-ECH-IDCLIENT(WS-IND-ECH)
                         ' RESTE ' WS-ECH-RESTE(WS-IND-ECH)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-ECH-STATUT(WS-IND-ECH) = 'P'
              AND WS-ECH-RETARD(WS-IND-ECH) >= -3
              DISPLAY '   (RELIQUAT D''UNE LIVRAISON PARTIELLE)'
           END-IF.
           IF WS-ECH-REPORTEE(WS-IND-ECH) = 'O'
              AND WS-ECH-RETARD(WS-IND-ECH) >= -3
              DISPLAY '   (ECHEANCE REPORTEE AU PROCHAIN JOUR OUVRE)'
