      *     MOIS EN COURS. LA RECETTE ENCAISSEE DU MOIS EST
      *     DEPOSEE DANS RECAPJOUR VIA RECAPJR (EN CENTIMES,
      *     COMME PARKFACT).
      *
      *     UN ABONNEMENT PEUT VALOIR POUR PLUSIEURS SITES DE
      *     PARKING (LISTE DE SITES DE PARKABO.TXT, A BLANC = SITE
      *     PRINCIPAL '01') : IL N'EST FACTURE QU'UNE FOIS, AU
      *     PREMIER SITE DE SA LISTE, QUI PORTE SA FACTURE DANS
      *     PARKABOFACT.TXT. LES STATISTIQUES DONNENT FACTURE,
      *     ENCAISSE ET IMPAYES PAR SITE PUIS LE TOTAL CONSOLIDE
      *     (SEUL DEPOSE DANS RECAPJOUR).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FS-ABO-FIN    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ABO-NIVEAU PIC 99.
      *    SITES OU L'ABONNEMENT EST VALABLE (CINQ CODES AU PLUS,
      *    TOUS A BLANC = SITE PRINCIPAL '01' SEULEMENT).
           05 FILLER PIC X(1).
           05 FS-ABO-SITES.
               10 FS-ABO-SITE PIC X(2) OCCURS 5 TIMES.

       FD FIC-TARIF-ABO RECORDING MODE IS F.
       01  FS-ENR-TARIF.
           05 FS-FAC-REGLE    PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-FAC-ETAT     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-FAC-SITE     PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKABOF'.
               10 WS-FAC-IMMAT   PIC X(10).
               10 WS-FAC-MONTANT PIC 9(5)V99.
               10 WS-FAC-REGLE   PIC 9(5)V99.
               10 WS-FAC-SIT     PIC 9.
       01  WS-IND-FAC        PIC 9(3).
       01  WS-IND-FAC-TROUVE PIC 9(3).

       01  WS-DEBUT-MOIS     PIC 9(8).
       01  WS-FIN-MOIS       PIC 9(8).

      * CUMULS PAR SITE DE FACTURATION, DANS L'ORDRE D'APPARITION
      * DES SITES ; LES COMPTEURS GENERAUX SONT LE CONSOLIDE. AU-
      * DELA DE 9 SITES, LES FACTURES VONT AU NEUVIEME.
       01  WS-SITE-PRINCIPAL PIC X(2) VALUE '01'.
       01  WS-SITE-FACTURE   PIC X(2).
       01  WS-SITES.
           05 WS-NB-SITES PIC 9 VALUE 0.
           05 WS-SIT OCCURS 9 TIMES.
               10 WS-SIT-CODE      PIC X(2).
               10 WS-SIT-FACTURES  PIC 9(3).
               10 WS-SIT-FACTURE   PIC 9(7)V99.
               10 WS-SIT-ENCAISSE  PIC 9(7)V99.
               10 WS-SIT-IMPAYEES  PIC 9(3).
       01  WS-IND-SIT        PIC 99.
       01  WS-SIT-COURANT    PIC 9.

       01  WS-COMPTEURS.
           05 WS-NB-ABOS-LUS   PIC 9(3) VALUE 0.
           05 WS-NB-HORS-MOIS  PIC 9(3) VALUE 0.
                      TO WS-FAC-MONTANT(WS-NB-FACTURES)
                    MOVE 0 TO WS-FAC-REGLE(WS-NB-FACTURES)
                    ADD WS-TARIF-MENSUEL TO WS-TOTAL-FACTURE
                    PERFORM 1020-TROUVER-SITE-DEB
                       THRU 1020-TROUVER-SITE-FIN
                    MOVE WS-SIT-COURANT
                      TO WS-FAC-SIT(WS-NB-FACTURES)
                    ADD 1 TO WS-SIT-FACTURES(WS-SIT-COURANT)
                    ADD WS-TARIF-MENSUEL
                      TO WS-SIT-FACTURE(WS-SIT-COURANT)
                 ELSE
                    DISPLAY 'TABLE DES FACTURES PLEINE (100), '
                            'ABONNE NON FACTURE : ' FS-ABO-IMMAT
       1010-FACTURER-ABONNE-FIN.
           EXIT.

      * SITE DE FACTURATION : LE PREMIER DE LA LISTE DE
      * L'ABONNEMENT, A DEFAUT LE SITE PRINCIPAL ; SON RANG EST
      * CHERCHE DANS LA TABLE DES SITES, OU IL EST AJOUTE.
       1020-TROUVER-SITE-DEB.
           MOVE FS-ABO-SITE(1) TO WS-SITE-FACTURE.
           IF WS-SITE-FACTURE = SPACES
              MOVE WS-SITE-PRINCIPAL TO WS-SITE-FACTURE
           END-IF.
           MOVE 0 TO WS-SIT-COURANT.
           PERFORM 1030-COMPARER-SITE-DEB
              THRU 1030-COMPARER-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES
              OR WS-SIT-COURANT > 0.
           IF WS-SIT-COURANT NOT > 0
              IF WS-NB-SITES < 9
                 ADD 1 TO WS-NB-SITES
                 MOVE WS-NB-SITES     TO WS-SIT-COURANT
                 MOVE WS-SITE-FACTURE TO WS-SIT-CODE(WS-SIT-COURANT)
                 MOVE 0 TO WS-SIT-FACTURES(WS-SIT-COURANT)
                 MOVE 0 TO WS-SIT-FACTURE(WS-SIT-COURANT)
                 MOVE 0 TO WS-SIT-ENCAISSE(WS-SIT-COURANT)
                 MOVE 0 TO WS-SIT-IMPAYEES(WS-SIT-COURANT)
              ELSE
                 DISPLAY 'TABLE DES SITES PLEINE (9), FACTURE DE '
                         FS-ABO-IMMAT ' RATTACHEE AU SITE '
                         WS-SIT-CODE(9)
                 MOVE 9 TO WS-SIT-COURANT
              END-IF
           END-IF.
       1020-TROUVER-SITE-FIN.
           EXIT.

       1030-COMPARER-SITE-DEB.
           IF WS-SIT-CODE(WS-IND-SIT) = WS-SITE-FACTURE
              MOVE WS-IND-SIT TO WS-SIT-COURANT
           END-IF.
       1030-COMPARER-SITE-FIN.
           EXIT.

      * RAPPROCHEMENT DES ENCAISSEMENTS : SEULS LES REGLEMENTS
      * DATES DU MOIS FACTURE SONT APPLIQUES, CUMULES SUR LA
      * FACTURE DE LEUR PLAQUE ; UN REGLEMENT SANS FACTURE EST
                    ADD FS-RGL-MONTANT
                       TO WS-FAC-REGLE(WS-IND-FAC-TROUVE)
                    ADD FS-RGL-MONTANT TO WS-TOTAL-ENCAISSE
                    ADD FS-RGL-MONTANT TO WS-SIT-ENCAISSE
                        (WS-FAC-SIT(WS-IND-FAC-TROUVE))
                 ELSE
                    ADD 1 TO WS-NB-REGL-PERDUS
                    DISPLAY 'REGLEMENT SANS FACTURE : '
           MOVE WS-FAC-IMMAT(WS-IND-FAC)   TO FS-FAC-IMMAT.
           MOVE WS-FAC-MONTANT(WS-IND-FAC) TO FS-FAC-MONTANT.
           MOVE WS-FAC-REGLE(WS-IND-FAC)   TO FS-FAC-REGLE.
           MOVE WS-SIT-CODE(WS-FAC-SIT(WS-IND-FAC)) TO FS-FAC-SITE.
           EVALUATE TRUE
              WHEN WS-FAC-REGLE(WS-IND-FAC)
                   >= WS-FAC-MONTANT(WS-IND-FAC)
              WHEN WS-FAC-REGLE(WS-IND-FAC) > 0
                 MOVE 'P' TO FS-FAC-ETAT
                 ADD 1 TO WS-NB-PARTIELLES
                 ADD 1 TO WS-SIT-IMPAYEES(WS-FAC-SIT(WS-IND-FAC))
                 DISPLAY WS-FAC-IMMAT(WS-IND-FAC)
                         ' : REGLE ' WS-FAC-REGLE(WS-IND-FAC)
                         ' SUR ' WS-FAC-MONTANT(WS-IND-FAC)
              WHEN OTHER
                 MOVE 'I' TO FS-FAC-ETAT
                 ADD 1 TO WS-NB-IMPAYEES
                 ADD 1 TO WS-SIT-IMPAYEES(WS-FAC-SIT(WS-IND-FAC))
                 DISPLAY WS-FAC-IMMAT(WS-IND-FAC)
                         ' : AUCUN REGLEMENT SUR '
                         WS-FAC-MONTANT(WS-IND-FAC)
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'ABONNES LUS             : ' WS-NB-ABOS-LUS.
           PERFORM 8995-STATISTIQUES-SITE-DEB
              THRU 8995-STATISTIQUES-SITE-FIN
              VARYING WS-IND-SIT FROM 1 BY 1
              UNTIL WS-IND-SIT > WS-NB-SITES.
           DISPLAY '--- CONSOLIDE TOUS SITES ---'.
           DISPLAY 'FACTURES EMISES         : ' WS-NB-FACTURES.
           DISPLAY 'REGLEMENTS LUS          : ' WS-NB-REGL-LUS.
           DISPLAY 'REGLEMENTS SANS FACTURE : ' WS-NB-REGL-PERDUS.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

      * LES IMPAYES DU SITE COMPTENT LES FACTURES IMPAYEES ET
      * CELLES REGLEES PARTIELLEMENT.
       8995-STATISTIQUES-SITE-DEB.
           DISPLAY '--- SITE ' WS-SIT-CODE(WS-IND-SIT) ' ---'.
           DISPLAY 'FACTURES EMISES         : '
                   WS-SIT-FACTURES(WS-IND-SIT).
           DISPLAY 'FACTURES NON SOLDEES    : '
                   WS-SIT-IMPAYEES(WS-IND-SIT).
           DISPLAY 'TOTAL FACTURE           : '
                   WS-SIT-FACTURE(WS-IND-SIT).
           DISPLAY 'TOTAL ENCAISSE          : '
                   WS-SIT-ENCAISSE(WS-IND-SIT).
       8995-STATISTIQUES-SITE-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '*********************************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID    .
