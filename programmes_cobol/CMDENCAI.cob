      *         MONTANTS APPLIQUES,
      *       - EDITE LES REGLEMENTS SANS FACTURE OUVERTE (OU
      *         EXCEDENTAIRES) POUR RECHERCHE MANUELLE.
      *     UN ENCAISSEMENT DE PRELEVEMENT (REFERENCE 'PRL' SUIVIE
      *     DU NUMERO DE FACTURE, DEPOSE PAR CMDPRELV AU RETOUR DE
      *     LA BANQUE) EST D'ABORD APPLIQUE A LA FACTURE
      *     PRELEVEE ; LE RELIQUAT EVENTUEL SUIT LA REGLE
      *     GENERALE.
      *
      *     UNE FACTURE EN DEVISE (VOIR CMDFACT) N'EST SOLDEE QUE
      *     PAR UN ENCAISSEMENT DANS SA DEVISE (CODE EN FIN DE
      *     LIGNE DE REGLEMENTS.TXT, A BLANC POUR L'EURO), SON
      *     RESTE DU EST SUIVI EN DEVISE. LE MONTANT APPLIQUE
      *     EST ENREGISTRE DANS FACTREGL.TXT EN DEVISE ET EN
      *     CONTRE-VALEUR EUROS AU COURS DE LA FACTURE (ZONE
      *     MONTANT HISTORIQUE) ; L'ECART AVEC SA VALEUR AU COURS
      *     DU JOUR D'ENCAISSEMENT (FICHIER DES COURS D'INDEXREC)
      *     EST LE GAIN OU LA PERTE DE CHANGE, DEPOSES EN
      *     CENTIMES DANS RECAPJOUR ('GAIN DE CHANGE CTS' ET
      *     'PERTE DE CHANGE CTS') POUR IMPUTATION PAR CPTAUTO
      *     (REGLES CPTREGLES.TXT : GAIN = BANQUE / PRODUIT DE
      *     CHANGE, PERTE = CHARGE DE CHANGE / BANQUE). UN
      *     ENCAISSEMENT EN DEVISE SANS COURS DU JOUR N'EST PAS
      *     APPLIQUE ET RESTE EN RECHERCHE MANUELLE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/clientcred_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CRDNOUV.
      * COURS DU JOUR DES DEVISES, MEME AFFECTATION QU'INDEXREC.
           SELECT FIC-DEVISES
              ASSIGN TO DEVISES
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEV.

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
      *    APPLICATION EN DEVISE : MONTANT EN DEVISE, COURS DU JOUR
      *    D'ENCAISSEMENT ET ECART DE CHANGE ('G' GAIN, 'P' PERTE)
      *    EN EUROS ; A BLANC POUR UNE APPLICATION EN EUROS.
           05 FILLER PIC X(1).
           05 FS-RGA-DEVISE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RGA-MONTANT-DEV PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGA-TAUX      PIC 9(3)V9(6).
           05 FILLER PIC X(1).
           05 FS-RGA-SENS-ECART PIC X(1).
           05 FS-RGA-ECART     PIC 9(7)V99.

       FD FIC-REGLEMENTS RECORDING MODE IS F.
       01  FS-ENR-RGL.
           05 FS-RGL-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGL-REFERENCE PIC X(10).
           05 FILLER PIC X(1).
           05 FS-RGL-DEVISE    PIC X(3).

       FD FIC-CREDIT RECORDING MODE IS F.
       01  FS-ENR-CREDIT.
       FD FIC-CREDIT-NOUV RECORDING MODE IS F.
       01  FS-ENR-CREDIT-NOUV PIC X(33).

      *    MEME DECOUPAGE QUE LE FICHIER DES COURS D'INDEXREC.
       FD FIC-DEVISES.
       01  FS-ENR-DEVISE.
           05 FS-DEV-CODE PIC X(3).
           05 FILLER      PIC X(1).
           05 FS-DEV-TAUX PIC 9(3)V9(6).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDENCAI'.
       01  WS-STATUS-JRN     PIC XX.
       01  WS-STATUS-RGL     PIC XX.
       01  WS-STATUS-CREDIT  PIC XX.
       01  WS-STATUS-CRDNOUV PIC XX.
       01  WS-STATUS-DEV     PIC XX.

       01  WS-DATE-JOUR PIC 9(8).

      * FACTURES EN MEMOIRE AVEC LEUR RESTE DU (TTC MOINS LES
      * REGLEMENTS DEJA APPLIQUES LES JOURS PRECEDENTS). LE RESTE
      * D'UNE FACTURE EN DEVISE EST EN DEVISE, SA CONTRE-VALEUR
      * EUROS AU COURS DE LA FACTURE EST SUIVIE A COTE.
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 500 TIMES.
               10 WS-FAC-NUMERO PIC 9(6).
               10 WS-FAC-CLIENT PIC 9(5).
               10 WS-FAC-RESTE  PIC S9(7)V99.
               10 WS-FAC-DEVISE PIC X(3).
               10 WS-FAC-TAUX   PIC 9(3)V9(6).
               10 WS-FAC-RESTE-EUR PIC S9(7)V99.
       01  WS-IND-FAC PIC 9(4).
       01  WS-FAC-CIBLE PIC 9(6).

      * ENCOURS DE CREDIT EN MEMOIRE ; LES MONTANTS APPLIQUES
      * SONT RETRANCHES, LA NOUVELLE GENERATION EST ECRITE EN
       01  WS-RESTE-A-APPLIQUER PIC S9(7)V99.
       01  WS-MONTANT-PRIS      PIC 9(7)V99.

      * COURS DU JOUR PAR DEVISE, DEVISE ET COURS DE
      * L'ENCAISSEMENT EN COURS, CONTRE-VALEURS DE L'APPLICATION.
       01  WS-COURS.
           05 WS-NB-COURS PIC 99 VALUE 0.
           05 WS-CRS OCCURS 20 TIMES.
               10 WS-CRS-CODE PIC X(3).
               10 WS-CRS-TAUX PIC 9(3)V9(6).
       01  WS-IND-CRS PIC 99.
       01  WS-DEVISE-RGL    PIC X(3).
       01  WS-TAUX-JOUR     PIC 9(3)V9(6).
       01  WS-EUR-FACTURE   PIC 9(7)V99.
       01  WS-EUR-ENCAISSE  PIC 9(7)V99.
       01  WS-ECART-CHANGE  PIC S9(7)V99.

       01  WS-COMPTEURS.
           05 WS-NB-REGL-LUS      PIC 9(5) VALUE 0.
           05 WS-NB-APPLICATIONS  PIC 9(5) VALUE 0.
           05 WS-NB-SANS-FACTURE  PIC 9(5) VALUE 0.
           05 WS-NB-SANS-COURS    PIC 9(5) VALUE 0.
       01  WS-TOTAL-APPLIQUE   PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-PERDU      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-GAIN       PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-PERTE      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CENTIMES   PIC S9(7) COMP-3.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           PERFORM 0900-CHARGER-COURS-DEB
              THRU 0900-CHARGER-COURS-FIN.
           PERFORM 1000-CHARGER-FACTURES-DEB
              THRU 1000-CHARGER-FACTURES-FIN.
           PERFORM 1500-DEDUIRE-REGLES-DEB
       0000-CMDENCAI-FIN.
           EXIT.

      * COURS DU JOUR D'ENCAISSEMENT, TENU POUR INDEXREC.
       0900-CHARGER-COURS-DEB.
           OPEN INPUT FIC-DEVISES.
           IF WS-STATUS-DEV = '00'
              PERFORM 0910-CHARGER-UN-COURS-DEB
                 THRU 0910-CHARGER-UN-COURS-FIN
                 UNTIL WS-STATUS-DEV NOT = '00'
              CLOSE FIC-DEVISES
           END-IF.
       0900-CHARGER-COURS-FIN.
           EXIT.

       0910-CHARGER-UN-COURS-DEB.
           READ FIC-DEVISES
              AT END
                 MOVE '10' TO WS-STATUS-DEV
           END-READ.
           IF WS-STATUS-DEV = '00'
              IF WS-NB-COURS < 20
                 ADD 1 TO WS-NB-COURS
                 MOVE FS-DEV-CODE TO WS-CRS-CODE(WS-NB-COURS)
                 MOVE FS-DEV-TAUX TO WS-CRS-TAUX(WS-NB-COURS)
              ELSE
                 DISPLAY 'TABLE DES COURS PLEINE (20), DEVISE '
                         'IGNOREE : ' FS-DEV-CODE
              END-IF
           END-IF.
       0910-CHARGER-UN-COURS-FIN.
           EXIT.

       1000-CHARGER-FACTURES-DEB.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-STATUS-JRN NOT = '00'
                 MOVE FS-JRF-NUMERO TO WS-FAC-NUMERO(WS-NB-FACTURES)
                 MOVE FS-JRF-CLIENT TO WS-FAC-CLIENT(WS-NB-FACTURES)
                 MOVE FS-JRF-TTC    TO WS-FAC-RESTE(WS-NB-FACTURES)
                 MOVE FS-JRF-TTC
                   TO WS-FAC-RESTE-EUR(WS-NB-FACTURES)
                 MOVE SPACES TO WS-FAC-DEVISE(WS-NB-FACTURES)
                 MOVE 1      TO WS-FAC-TAUX(WS-NB-FACTURES)
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
              SUBTRACT FS-RGA-MONTANT
                 FROM WS-FAC-RESTE-EUR(WS-IND-FAC)
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
           END-READ.
           IF WS-STATUS-RGL = '00'
              ADD 1 TO WS-NB-REGL-LUS
              PERFORM 2020-COURS-REGLEMENT-DEB
                 THRU 2020-COURS-REGLEMENT-FIN
              IF WS-TAUX-JOUR = 0
                 ADD 1 TO WS-NB-SANS-COURS
                 DISPLAY 'REGLEMENT EN ' WS-DEVISE-RGL
                         ' SANS COURS DU JOUR, NON APPLIQUE : CLIENT '
                         FS-RGL-CLIENT ' MONTANT ' FS-RGL-MONTANT
                         ' (REF ' FS-RGL-REFERENCE ')'
              ELSE
                 IF WS-STATUS-RGL = '00'
                    MOVE FS-RGL-MONTANT TO WS-RESTE-A-APPLIQUER
                    IF FS-RGL-REFERENCE(1:3) = 'PRL'
                       AND FS-RGL-REFERENCE(4:6) IS NUMERIC
                       MOVE FS-RGL-REFERENCE(4:6) TO WS-FAC-CIBLE
                       PERFORM 2050-APPLIQUER-FACTURE-CIBLE-DEB
                          THRU 2050-APPLIQUER-FACTURE-CIBLE-FIN
                          VARYING WS-IND-FAC FROM 1 BY 1
                          UNTIL WS-IND-FAC > WS-NB-FACTURES
                          OR WS-RESTE-A-APPLIQUER = 0
                    END-IF
                    PERFORM 2100-APPLIQUER-AUX-FACTURES-DEB
                       THRU 2100-APPLIQUER-AUX-FACTURES-FIN
                       VARYING WS-IND-FAC FROM 1 BY 1
                       UNTIL WS-IND-FAC > WS-NB-FACTURES
                       OR WS-RESTE-A-APPLIQUER = 0
                    IF WS-RESTE-A-APPLIQUER > 0
                       ADD 1 TO WS-NB-SANS-FACTURE
                       ADD WS-RESTE-A-APPLIQUER TO WS-TOTAL-PERDU
                       DISPLAY 'REGLEMENT SANS FACTURE OUVERTE : '
                               'CLIENT ' FS-RGL-CLIENT ' RESTE '
                               WS-RESTE-A-APPLIQUER ' ' WS-DEVISE-RGL
                               ' (REF ' FS-RGL-REFERENCE ')'
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2010-UN-REGLEMENT-FIN.
           EXIT.

      * DEVISE DE L'ENCAISSEMENT ('EUR' EQUIVAUT A BLANC) ET SON
      * COURS DU JOUR ; ZERO SI LA DEVISE N'A PAS DE COURS.
       2020-COURS-REGLEMENT-DEB.
           MOVE FS-RGL-DEVISE TO WS-DEVISE-RGL.
           IF WS-DEVISE-RGL = 'EUR'
              MOVE SPACES TO WS-DEVISE-RGL
           END-IF.
           MOVE 1 TO WS-TAUX-JOUR.
           IF WS-DEVISE-RGL NOT = SPACES
              MOVE 0 TO WS-TAUX-JOUR
              PERFORM 2030-CHERCHER-COURS-DEB
                 THRU 2030-CHERCHER-COURS-FIN
                 VARYING WS-IND-CRS FROM 1 BY 1
                 UNTIL WS-IND-CRS > WS-NB-COURS
                 OR WS-TAUX-JOUR > 0
           END-IF.
       2020-COURS-REGLEMENT-FIN.
           EXIT.

       2030-CHERCHER-COURS-DEB.
           IF WS-CRS-CODE(WS-IND-CRS) = WS-DEVISE-RGL
              MOVE WS-CRS-TAUX(WS-IND-CRS) TO WS-TAUX-JOUR
           END-IF.
       2030-CHERCHER-COURS-FIN.
           EXIT.

      * ENCAISSEMENT DE PRELEVEMENT : LA FACTURE PRELEVEE
      * D'ABORD, QUEL QUE SOIT SON RANG DANS LE JOURNAL.
       2050-APPLIQUER-FACTURE-CIBLE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = WS-FAC-CIBLE
              PERFORM 2100-APPLIQUER-AUX-FACTURES-DEB
                 THRU 2100-APPLIQUER-AUX-FACTURES-FIN
           END-IF.
       2050-APPLIQUER-FACTURE-CIBLE-FIN.
           EXIT.

      * UNE FACTURE N'EST SOLDEE QUE DANS SA PROPRE DEVISE ; LE
      * MONTANT PRIS EST DANS CETTE DEVISE, SA CONTRE-VALEUR AU
      * COURS DE LA FACTURE SOLDE LA CREANCE EN EUROS.
       2100-APPLIQUER-AUX-FACTURES-DEB.
           IF WS-FAC-CLIENT(WS-IND-FAC) = FS-RGL-CLIENT
              AND WS-FAC-DEVISE(WS-IND-FAC) = WS-DEVISE-RGL
              AND WS-FAC-RESTE(WS-IND-FAC) > 0
              IF WS-FAC-RESTE(WS-IND-FAC) >= WS-RESTE-A-APPLIQUER
                 MOVE WS-RESTE-A-APPLIQUER TO WS-MONTANT-PRIS
              SUBTRACT WS-MONTANT-PRIS
                 FROM WS-FAC-RESTE(WS-IND-FAC)
              SUBTRACT WS-MONTANT-PRIS FROM WS-RESTE-A-APPLIQUER
              PERFORM 2150-CONTRE-VALEUR-DEB
                 THRU 2150-CONTRE-VALEUR-FIN
              ADD WS-EUR-FACTURE TO WS-TOTAL-APPLIQUE
              ADD 1 TO WS-NB-APPLICATIONS
              PERFORM 2200-ENREGISTRER-APPLICATION-DEB
                 THRU 2200-ENREGISTRER-APPLICATION-FIN
              PERFORM 2300-REDUIRE-EXPOSITION-DEB
                 THRU 2300-REDUIRE-EXPOSITION-FIN
              DISPLAY 'FACTURE ' WS-FAC-NUMERO(WS-IND-FAC)
                      ' : ' WS-MONTANT-PRIS ' ' WS-DEVISE-RGL
                      ' APPLIQUE (CLIENT ' FS-RGL-CLIENT ')'
              IF WS-DEVISE-RGL NOT = SPACES
                 DISPLAY '   CONTRE-VALEUR FACTURE ' WS-EUR-FACTURE
                         ' EUR, ENCAISSE ' WS-EUR-ENCAISSE
                         ' EUR, ECART DE CHANGE ' WS-ECART-CHANGE
              END-IF
           END-IF.
       2100-APPLIQUER-AUX-FACTURES-FIN.
           EXIT.

      * CONTRE-VALEURS EUROS DU MONTANT PRIS : AU COURS DE LA
      * FACTURE (LE SOLDE D'UNE FACTURE REPREND SON RESTE EN
      * EUROS, SANS RESIDU D'ARRONDI) ET AU COURS DU JOUR ;
      * LEUR DIFFERENCE EST LE GAIN OU LA PERTE DE CHANGE.
       2150-CONTRE-VALEUR-DEB.
           MOVE 0 TO WS-ECART-CHANGE.
           IF WS-DEVISE-RGL = SPACES
              MOVE WS-MONTANT-PRIS TO WS-EUR-FACTURE
              MOVE WS-MONTANT-PRIS TO WS-EUR-ENCAISSE
           ELSE
              IF WS-FAC-RESTE(WS-IND-FAC) = 0
                 MOVE WS-FAC-RESTE-EUR(WS-IND-FAC) TO WS-EUR-FACTURE
              ELSE
                 COMPUTE WS-EUR-FACTURE ROUNDED =
                         WS-MONTANT-PRIS * WS-FAC-TAUX(WS-IND-FAC)
              END-IF
              SUBTRACT WS-EUR-FACTURE FROM WS-FAC-RESTE-EUR(WS-IND-FAC)
              COMPUTE WS-EUR-ENCAISSE ROUNDED =
                      WS-MONTANT-PRIS * WS-TAUX-JOUR
              COMPUTE WS-ECART-CHANGE = WS-EUR-ENCAISSE - WS-EUR-FACTURE
              IF WS-ECART-CHANGE > 0
                 ADD WS-ECART-CHANGE TO WS-TOTAL-GAIN
              ELSE
                 SUBTRACT WS-ECART-CHANGE FROM WS-TOTAL-PERTE
              END-IF
           END-IF.
       2150-CONTRE-VALEUR-FIN.
           EXIT.

       2200-ENREGISTRER-APPLICATION-DEB.
           MOVE SPACES TO FS-ENR-RGA.
           MOVE WS-DATE-JOUR                TO FS-RGA-DATE.
           MOVE WS-FAC-NUMERO(WS-IND-FAC)   TO FS-RGA-NUMERO.
           MOVE FS-RGL-CLIENT               TO FS-RGA-CLIENT.
           MOVE WS-EUR-FACTURE              TO FS-RGA-MONTANT.
           MOVE FS-RGL-REFERENCE            TO FS-RGA-REFERENCE.
           IF WS-DEVISE-RGL NOT = SPACES
              MOVE WS-DEVISE-RGL            TO FS-RGA-DEVISE
              MOVE WS-MONTANT-PRIS          TO FS-RGA-MONTANT-DEV
              MOVE WS-TAUX-JOUR             TO FS-RGA-TAUX
              IF WS-ECART-CHANGE < 0
                 MOVE 'P'                   TO FS-RGA-SENS-ECART
                 COMPUTE FS-RGA-ECART = 0 - WS-ECART-CHANGE
              ELSE
                 MOVE 'G'                   TO FS-RGA-SENS-ECART
                 MOVE WS-ECART-CHANGE       TO FS-RGA-ECART
              END-IF
           END-IF.
           WRITE FS-ENR-RGA.
       2200-ENREGISTRER-APPLICATION-FIN.
           EXIT.
              UNTIL WS-IND-CRD > WS-NB-CLIENTS-CRD
              OR WS-IND-CRD-TROUVE > 0.
           IF WS-IND-CRD-TROUVE > 0
              SUBTRACT WS-EUR-FACTURE
                 FROM WS-CRD-ENCOURS(WS-IND-CRD-TROUVE)
              IF WS-CRD-ENCOURS(WS-IND-CRD-TROUVE) < 0
                 MOVE 0 TO WS-CRD-ENCOURS(WS-IND-CRD-TROUVE)
           DISPLAY 'REGLEMENTS SANS CIBLE : ' WS-NB-SANS-FACTURE.
           DISPLAY 'MONTANT APPLIQUE      : ' WS-TOTAL-APPLIQUE.
           DISPLAY 'MONTANT SANS FACTURE  : ' WS-TOTAL-PERDU.
           DISPLAY 'REGLEMENTS SANS COURS : ' WS-NB-SANS-COURS.
           DISPLAY 'GAINS DE CHANGE (EUR) : ' WS-TOTAL-GAIN.
           DISPLAY 'PERTES DE CHANGE (EUR): ' WS-TOTAL-PERTE.
      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LE
      * MONTANT EST DEPOSE EN CENTIMES.
           COMPUTE WS-TOTAL-CENTIMES = WS-TOTAL-APPLIQUE * 100.
           MOVE 'ENCAISSEMENTS CTS'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-TOTAL-CENTIMES    TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
      * ECARTS DE CHANGE DU JOUR, DEPOSES SEPAREMENT (GAIN ET
      * PERTE NE S'IMPUTENT PAS AUX MEMES COMPTES).
           IF WS-TOTAL-GAIN > 0
              COMPUTE WS-TOTAL-CENTIMES = WS-TOTAL-GAIN * 100
              MOVE 'GAIN DE CHANGE CTS' TO WS-LIEN-RECAPJR-IN-LIBELLE
              MOVE WS-TOTAL-CENTIMES   TO WS-LIEN-RECAPJR-IN-VALEUR
              CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR
           END-IF.
           IF WS-TOTAL-PERTE > 0
              COMPUTE WS-TOTAL-CENTIMES = WS-TOTAL-PERTE * 100
              MOVE 'PERTE DE CHANGE CTS'
                TO WS-LIEN-RECAPJR-IN-LIBELLE
              MOVE WS-TOTAL-CENTIMES   TO WS-LIEN-RECAPJR-IN-VALEUR
              CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR
           END-IF.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

