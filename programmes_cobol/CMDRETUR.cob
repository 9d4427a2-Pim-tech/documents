      *         L'EXPOSITION DU CLIENT EST REDUITE D'AUTANT
      *         (NOUVELLE GENERATION CLIENTCRED_NEW.TXT),
      *       - LE BILAN PAR CODE MOTIF EST EDITE EN FIN DE RUN.
      *     LA MARCHANDISE REMISE EN STOCK RECOIT UN EMPLACEMENT
      *     DE RANGEMENT PROPOSE PAR EMPLPROP, EDITE ET AJOUTE A
      *     RANGEMENT.TXT COMME POUR LES RECEPTIONS (ACHRECEP).
      *     UN ARTICLE SUIVI PAR NUMERO DE SERIE ('S' EN POSITION
      *     24 DE LA FICHE ARTICLE) SE RETOURNE UNITE PAR UNITE :
      *     L'AUTORISATION PORTE LE NUMERO RENDU (QUANTITE 1), ET
      *     LE RETOUR EST REFUSE SI LE REGISTRE DES NUMEROS DE
      *     SERIE (NUMSERIES.TXT) NE MONTRE PAS CETTE UNITE SORTIE
      *     CHEZ CE CLIENT ('E' OU 'F' EN DERNIER EVENEMENT) ;
      *     ACCEPTE, LE RETOUR EST AJOUTE AU REGISTRE ('T', DEPOT
      *     DE VENTE).
      *     LES LITIGES CLOS PAR AVOIR (LITIGAVOIR.TXT, DEPOSE PAR
      *     CMDLITIG) SUIVENT LE MEME CIRCUIT SANS MOUVEMENT DE
      *     STOCK : AVOIR AU JOURNAL (MOTIF 'LT', SANS ARTICLE,
      *     VALORISE HT AU PRORATA HT/TTC DE LA FACTURE),
      *     EXPOSITION REDUITE DU MONTANT TTC, ET APPLICATION DE
      *     L'AVOIR A LA FACTURE DANS FACTREGL.TXT (REFERENCE
      *     'LIT' SUIVIE DU NUMERO DE LITIGE, AU COURS DE LA
      *     FACTURE POUR UNE FACTURE EN DEVISE) POUR QUE CMDAGING
      *     NE LA RELANCE PLUS. LES AVOIRS DE LITIGE REFUSES
      *     (FACTURE INCONNUE OU D'UN AUTRE CLIENT) SONT ECRITS
      *     DANS LITIGREJET.TXT ; LITIGAVOIR.TXT EST VIDE DES
      *     AVOIRS EMIS ET NE GARDE QUE CES REFUS, SIGNALES EN
      *     ANOMALIE JUSQU'A CORRECTION DU LITIGE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ASSIGN TO "./files/clientcred_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CRDNOUV.
           SELECT FIC-RANGEMENTS
              ASSIGN TO "./files/rangement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGT.
           SELECT FIC-ARTICLES
              ASSIGN TO "./files/articles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ART.
           SELECT FIC-SERIES
              ASSIGN TO "./files/numseries.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SER.
           SELECT FIC-AVOIRS-LITIGE
              ASSIGN TO "./files/litigavoir.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LAV.
           SELECT FIC-LITIGES-REJETES
              ASSIGN TO "./files/litigrejet.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LRJ.
           SELECT FIC-REGL-APPLIQUES
              ASSIGN TO "./files/factregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGA.

       DATA DIVISION.
       FILE SECTION.
           05 FS-AUT-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-AUT-DLUO      PIC X(8).
           05 FILLER PIC X(1).
           05 FS-AUT-SERIE     PIC X(12).

       FD FIC-JOURNAL-FACT RECORDING MODE IS F.
       01  FS-ENR-JRN-FACT.
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

       FD FIC-LIGNES-FACT RECORDING MODE IS F.
       01  FS-ENR-LGN-FACT.
           05 FS-LGF-TAUX    PIC 99V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TVA     PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-SOURCE  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-LGF-HT-DEV  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TVA-DEV PIC 9(7)V99.

      *    MEME DECOUPAGE QUE LES MOUVEMENTS DE LA CHAINE DE
      *    STOCK (CODE, DEPOT, SENS, QUANTITE, CIBLE, LOT, DLUO) ;
      *    LA ZONE CIBLE PORTE LE MOTIF DU MOUVEMENT.
       FD FIC-MVT-RETOURS RECORDING MODE IS F.
       01  FS-ENR-MVT-RETOUR.
           05 FS-MVR-CODEM   PIC X(3).
       FD FIC-CREDIT-NOUV RECORDING MODE IS F.
       01  FS-ENR-CREDIT-NOUV PIC X(33).

      *    PROPOSITIONS DE RANGEMENT (MEME DECOUPAGE QU'EMPLMAJ).
       FD FIC-RANGEMENTS RECORDING MODE IS F.
       01  FS-ENR-RANGEMENT.
           05 FS-RGT-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-RGT-ORIGINE PIC X(8).
           05 FILLER PIC X(1).
           05 FS-RGT-DEPOT   PIC X(2).
           05 FILLER PIC X(1).
           05 FS-RGT-CODE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RGT-LOT     PIC X(8).
           05 FILLER PIC X(1).
           05 FS-RGT-QTE     PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-RGT-EMPL    PIC X(8).
           05 FILLER PIC X(1).
           05 FS-RGT-TYPE    PIC X(1).

      *    FICHE ARTICLE : SEUL L'INDICATEUR DE SUIVI PAR NUMERO
      *    DE SERIE EST EXPLOITE ICI.
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

      *    REGISTRE DES NUMEROS DE SERIE (MEME DECOUPAGE QUE
      *    ACHRECEP) : 'R' RECU, 'E' EXPEDIE, 'F' FACTURE, 'T'
      *    RETOURNE.
       FD FIC-SERIES RECORDING MODE IS F.
       01  FS-ENR-SERIE.
           05 FS-SER-SERIE    PIC X(12).
           05 FILLER PIC X(1).
           05 FS-SER-CODE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-SER-EVT      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-SER-DEPOT    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-SER-CLIENT   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-SER-COMMANDE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-SER-FACTURE  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-SER-DATE     PIC 9(8).

      *    AVOIRS DE LITIGE A EMETTRE (MEME DECOUPAGE QUE
      *    CMDLITIG) : MONTANT TTC DANS LA DEVISE DE LA FACTURE.
       FD FIC-AVOIRS-LITIGE RECORDING MODE IS F.
       01  FS-ENR-AVOIR-LITIGE.
           05 FS-LAV-LITIGE  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LAV-FACTURE PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LAV-CLIENT  PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-LAV-MONTANT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LAV-DEVISE  PIC X(3).

      *    AVOIRS DE LITIGE REFUSES, REMIS EN ATTENTE.
       FD FIC-LITIGES-REJETES RECORDING MODE IS F.
       01  FS-ENR-LITIGE-REJ PIC X(33).

      *    REGLEMENTS APPLIQUES (MEME DECOUPAGE QUE CMDENCAI).
       FD FIC-REGL-APPLIQUES RECORDING MODE IS F.
       01  FS-ENR-RGA.
           05 FS-RGA-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-RGA-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-RGA-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
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

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDRETUR'.
       01  WS-STATUS-AUT     PIC XX.
       01  WS-STATUS-AVO     PIC XX.
       01  WS-STATUS-CREDIT  PIC XX.
       01  WS-STATUS-CRDNOUV PIC XX.
       01  WS-STATUS-RGT     PIC XX.
       01  WS-STATUS-ART     PIC XX.
       01  WS-STATUS-SER     PIC XX.
       01  WS-STATUS-LAV     PIC XX.
       01  WS-STATUS-LRJ     PIC XX.
       01  WS-STATUS-RGA     PIC XX.

       01  WS-DATE-JOUR PIC 9(8).

      * HISTORIQUE FACTURE EN MEMOIRE : ENTETES (NUMERO, CLIENT,
      * COMMANDE, HT ET TTC EN EUROS, DEVISE ET COURS) ET LIGNES
      * (NUMERO, ARTICLE, QTE, HT).
       01  WS-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 500 TIMES.
               10 WS-FAC-NUMERO   PIC 9(6).
               10 WS-FAC-CLIENT   PIC 9(5).
               10 WS-FAC-COMMANDE PIC 9(5).
               10 WS-FAC-HT       PIC 9(7)V99.
               10 WS-FAC-TTC      PIC 9(7)V99.
               10 WS-FAC-DEVISE   PIC X(3).
               10 WS-FAC-TAUX     PIC 9(3)V9(6).
       01  WS-IND-FAC PIC 9(4).

       01  WS-LIGNES.
       01  WS-LIGNE-RETENUE   PIC 9(4).
       01  WS-PRIX-UNITAIRE   PIC 9(5)V99.
       01  WS-MONTANT-AVOIR   PIC 9(7)V99.
       01  WS-CLIENT-AVOIR    PIC 9(5).
       01  WS-MOTIF-AVOIR     PIC X(2).
       01  WS-QTE-AVOIR       PIC 9(3).

      * AVOIR DE LITIGE : MONTANT TTC EN EUROS (APPLIQUE A LA
      * FACTURE ET A L'EXPOSITION) ET PRORATA HT (JOURNAL).
       01  WS-IND-FAC-TROUVE  PIC 9(4).
       01  WS-LITIGE-TTC-EUR  PIC 9(7)V99.
       01  WS-LITIGE-PRODUIT  PIC 9(14)V99.
       01  WS-REFERENCE-LIT.
           05 FILLER              PIC X(3) VALUE 'LIT'.
           05 WS-REFERENCE-LIT-NUM PIC 9(6).

      * ENCOURS DE CREDIT EN MEMOIRE, REDUITS DES AVOIRS.
       01  WS-CREDITS.
       01  WS-IND-MOT        PIC 99.
       01  WS-IND-MOT-TROUVE PIC 99.

      * CODES STOCK SUIVIS PAR NUMERO DE SERIE.
       01  WS-ARTICLES-SERIE.
           05 WS-NB-ART-SERIE PIC 9(3) VALUE 0.
           05 WS-ASR-CODE PIC X(3) OCCURS 200 TIMES.
       01  WS-IND-ASR           PIC 9(3).
       01  WS-ARTICLE-SERIALISE PIC X.
       01  WS-CODE-CHERCHE      PIC X(3).

      * DERNIER EVENEMENT DE CHAQUE NUMERO DE SERIE AU REGISTRE.
       01  WS-SERIES.
           05 WS-NB-SERIES PIC 9(4) VALUE 0.
           05 WS-SER OCCURS 2000 TIMES.
               10 WS-SER-SERIE  PIC X(12).
               10 WS-SER-EVT    PIC X(1).
               10 WS-SER-CLIENT PIC 9(5).
       01  WS-IND-SER        PIC 9(4).
       01  WS-IND-SER-TROUVE PIC 9(4).

      * RESULTAT DU CONTROLE DE NUMERO DE SERIE : ' ' CONFORME,
      * 'A' NUMERO ABSENT OU QUANTITE AUTRE QUE 1, 'C' UNITE
      * JAMAIS SORTIE CHEZ CE CLIENT.
       01  WS-CONTROLE-SERIE PIC X.

       01  WS-DEPOT-VENTES PIC X(2) VALUE '01'.
       01  WS-ENR-ENVELOPPE PIC X(32).
       01  WS-NB-MVTS      PIC 9(7) VALUE 0.
           05 WS-NB-RETOURS-LUS PIC 9(5) VALUE 0.
           05 WS-NB-ACCEPTES    PIC 9(5) VALUE 0.
           05 WS-NB-REJETES     PIC 9(5) VALUE 0.
           05 WS-NB-SANS-EMPL   PIC 9(5) VALUE 0.
           05 WS-NB-REFUS-SERIE PIC 9(5) VALUE 0.
           05 WS-NB-LITIGES-LUS PIC 9(5) VALUE 0.
           05 WS-NB-LITIGES-AVO PIC 9(5) VALUE 0.
           05 WS-NB-LITIGES-REJ PIC 9(5) VALUE 0.

      * PROPOSITION D'EMPLACEMENT DE RANGEMENT, SOUS-PROGRAMME
      * COMMUN AUX RECEPTIONS ET AUX RETOURS CLIENTS.
       01  WS-SOUS-PROG-EMPLPROP PIC X(8) VALUE 'EMPLPROP'.
       01  WS-LIEN-EMPLPROP.
           05 WS-LIEN-EMPLPROP-IN.
               10 WS-LIEN-EMPLPROP-IN-DEPOT    PIC X(2).
               10 WS-LIEN-EMPLPROP-IN-CODE     PIC X(3).
               10 WS-LIEN-EMPLPROP-IN-LOT      PIC X(8).
               10 WS-LIEN-EMPLPROP-IN-QUANTITE PIC 9(5).
           05 WS-LIEN-EMPLPROP-OU.
               10 WS-LIEN-EMPLPROP-OU-EMPL     PIC X(8).
               10 WS-LIEN-EMPLPROP-OU-CODE-RETOUR PIC X.
       01  WS-TOTAL-AVOIRS   PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CENTIMES PIC S9(7) COMP-3.

              THRU 1100-CHARGER-LIGNES-FIN.
           PERFORM 1200-CHARGER-CREDITS-DEB
              THRU 1200-CHARGER-CREDITS-FIN.
           PERFORM 1300-CHARGER-ARTICLES-DEB
              THRU 1300-CHARGER-ARTICLES-FIN.
           PERFORM 1400-CHARGER-REGISTRE-DEB
              THRU 1400-CHARGER-REGISTRE-FIN.
           PERFORM 2000-TRAITER-RETOURS-DEB
              THRU 2000-TRAITER-RETOURS-FIN.
           PERFORM 2500-AVOIRS-LITIGES-DEB
              THRU 2500-AVOIRS-LITIGES-FIN.
           PERFORM 3000-ECRIRE-CREDITS-DEB
              THRU 3000-ECRIRE-CREDITS-FIN.
           PERFORM 4000-BILAN-MOTIFS-DEB
                   TO WS-FAC-CLIENT(WS-NB-FACTURES)
                 MOVE FS-JRF-COMMANDE
                   TO WS-FAC-COMMANDE(WS-NB-FACTURES)
                 MOVE FS-JRF-HT  TO WS-FAC-HT(WS-NB-FACTURES)
                 MOVE FS-JRF-TTC TO WS-FAC-TTC(WS-NB-FACTURES)
                 MOVE SPACES TO WS-FAC-DEVISE(WS-NB-FACTURES)
                 MOVE 1      TO WS-FAC-TAUX(WS-NB-FACTURES)
                 IF FS-JRF-DEVISE NOT = SPACES
                    AND FS-JRF-TAUX IS NUMERIC
                    MOVE FS-JRF-DEVISE
                      TO WS-FAC-DEVISE(WS-NB-FACTURES)
                    MOVE FS-JRF-TAUX
                      TO WS-FAC-TAUX(WS-NB-FACTURES)
                 END-IF
              END-IF
           END-IF.
       1010-CHARGER-FACTURE-FIN.
       1210-CHARGER-CREDIT-FIN.
           EXIT.

      * ARTICLES SUIVIS PAR NUMERO DE SERIE : LE SUIVI VAUT POUR
      * LE CODE, QUEL QUE SOIT LE DEPOT DE LA FICHE.
       1300-CHARGER-ARTICLES-DEB.
           OPEN INPUT FIC-ARTICLES.
           IF WS-STATUS-ART = '00'
              PERFORM 1310-CHARGER-ARTICLE-DEB
                 THRU 1310-CHARGER-ARTICLE-FIN
                 UNTIL WS-STATUS-ART NOT = '00'
              CLOSE FIC-ARTICLES
           END-IF.
       1300-CHARGER-ARTICLES-FIN.
           EXIT.

       1310-CHARGER-ARTICLE-DEB.
           READ FIC-ARTICLES
              AT END
                 MOVE '10' TO WS-STATUS-ART
           END-READ.
           IF WS-STATUS-ART = '00'
              AND FS-ART-SERIALISE = 'S'
              MOVE FS-ART-CODE TO WS-CODE-CHERCHE
              PERFORM 1320-ARTICLE-SERIALISE-DEB
                 THRU 1320-ARTICLE-SERIALISE-FIN
              IF WS-ARTICLE-SERIALISE = 'N'
                 AND WS-NB-ART-SERIE < 200
                 ADD 1 TO WS-NB-ART-SERIE
                 MOVE FS-ART-CODE TO WS-ASR-CODE(WS-NB-ART-SERIE)
              END-IF
           END-IF.
       1310-CHARGER-ARTICLE-FIN.
           EXIT.

      * LE CODE CHERCHE EST DANS WS-CODE-CHERCHE.
       1320-ARTICLE-SERIALISE-DEB.
           MOVE 'N' TO WS-ARTICLE-SERIALISE.
           PERFORM 1330-COMPARER-CODE-DEB
              THRU 1330-COMPARER-CODE-FIN
              VARYING WS-IND-ASR FROM 1 BY 1
              UNTIL WS-IND-ASR > WS-NB-ART-SERIE
              OR WS-ARTICLE-SERIALISE = 'O'.
       1320-ARTICLE-SERIALISE-FIN.
           EXIT.

       1330-COMPARER-CODE-DEB.
           IF WS-ASR-CODE(WS-IND-ASR) = WS-CODE-CHERCHE
              MOVE 'O' TO WS-ARTICLE-SERIALISE
           END-IF.
       1330-COMPARER-CODE-FIN.
           EXIT.

      * LE REGISTRE EST RELU EN ENTIER : LE DERNIER EVENEMENT DE
      * CHAQUE NUMERO DONNE SA POSITION.
       1400-CHARGER-REGISTRE-DEB.
           OPEN INPUT FIC-SERIES.
           IF WS-STATUS-SER = '00'
              PERFORM 1410-CHARGER-EVENEMENT-DEB
                 THRU 1410-CHARGER-EVENEMENT-FIN
                 UNTIL WS-STATUS-SER NOT = '00'
              CLOSE FIC-SERIES
           END-IF.
       1400-CHARGER-REGISTRE-FIN.
           EXIT.

       1410-CHARGER-EVENEMENT-DEB.
           READ FIC-SERIES
              AT END
                 MOVE '10' TO WS-STATUS-SER
           END-READ.
           IF WS-STATUS-SER = '00'
              PERFORM 1420-TROUVER-SERIE-DEB
                 THRU 1420-TROUVER-SERIE-FIN
              IF WS-IND-SER-TROUVE = 0
                 IF WS-NB-SERIES < 2000
                    ADD 1 TO WS-NB-SERIES
                    MOVE WS-NB-SERIES TO WS-IND-SER-TROUVE
                    MOVE FS-SER-SERIE TO WS-SER-SERIE(WS-NB-SERIES)
                 ELSE
                    DISPLAY 'REGISTRE DES NUMEROS DE SERIE PLEIN '
                            '(2000), IGNORE : ' FS-SER-SERIE
                 END-IF
              END-IF
              IF WS-IND-SER-TROUVE > 0
                 MOVE FS-SER-EVT    TO WS-SER-EVT(WS-IND-SER-TROUVE)
                 MOVE FS-SER-CLIENT TO WS-SER-CLIENT(WS-IND-SER-TROUVE)
              END-IF
           END-IF.
       1410-CHARGER-EVENEMENT-FIN.
           EXIT.

      * LE NUMERO CHERCHE EST DANS FS-SER-SERIE.
       1420-TROUVER-SERIE-DEB.
           MOVE 0 TO WS-IND-SER-TROUVE.
           PERFORM 1430-COMPARER-SERIE-DEB
              THRU 1430-COMPARER-SERIE-FIN
              VARYING WS-IND-SER FROM 1 BY 1
              UNTIL WS-IND-SER > WS-NB-SERIES
              OR WS-IND-SER-TROUVE > 0.
       1420-TROUVER-SERIE-FIN.
           EXIT.

       1430-COMPARER-SERIE-DEB.
           IF WS-SER-SERIE(WS-IND-SER) = FS-SER-SERIE
              MOVE WS-IND-SER TO WS-IND-SER-TROUVE
           END-IF.
       1430-COMPARER-SERIE-FIN.
           EXIT.

       2000-TRAITER-RETOURS-DEB.
           OPEN INPUT FIC-AUTORISATIONS.
           IF WS-STATUS-AUT NOT = '00'
              DISPLAY 'AUCUNE AUTORISATION DE RETOUR CE JOUR'
           ELSE
              OPEN OUTPUT FIC-MVT-RETOURS
              MOVE SPACES TO WS-ENR-ENVELOPPE
              STRING 'ENTETE FMOUVEMT ' WS-DATE-JOUR
                     DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
              END-STRING
              WRITE FS-ENR-MVT-RETOUR FROM WS-ENR-ENVELOPPE
              OPEN EXTEND FIC-AVOIRS
              IF WS-STATUS-AVO NOT = '00'
                 OPEN OUTPUT FIC-AVOIRS
              END-IF
              OPEN EXTEND FIC-RANGEMENTS
              IF WS-STATUS-RGT NOT = '00'
                 OPEN OUTPUT FIC-RANGEMENTS
              END-IF
              OPEN EXTEND FIC-SERIES
              IF WS-STATUS-SER NOT = '00'
                 OPEN OUTPUT FIC-SERIES
              END-IF
              PERFORM 2010-UN-RETOUR-DEB
                 THRU 2010-UN-RETOUR-FIN
                 UNTIL WS-STATUS-AUT NOT = '00'
              MOVE SPACES TO WS-ENR-ENVELOPPE
              STRING 'FIN ' WS-NB-MVTS
                     DELIMITED BY SIZE INTO WS-ENR-ENVELOPPE
              END-STRING
              WRITE FS-ENR-MVT-RETOUR FROM WS-ENR-ENVELOPPE
              CLOSE FIC-AUTORISATIONS
              CLOSE FIC-MVT-RETOURS
              CLOSE FIC-AVOIRS
              CLOSE FIC-RANGEMENTS
              CLOSE FIC-SERIES
           END-IF.
       2000-TRAITER-RETOURS-FIN.
           EXIT.

                 UNTIL WS-IND-LGN > WS-NB-LIGNES
                 OR WS-LIGNE-RETENUE > 0
           END-IF.
           PERFORM 2150-CONTROLER-SERIE-DEB
              THRU 2150-CONTROLER-SERIE-FIN.
           EVALUATE TRUE
              WHEN WS-FACTURE-RETENUE = 0
                 ADD 1 TO WS-NB-REJETES
                 DISPLAY 'RETOUR REJETE, QUANTITE RENDUE '
                         FS-AUT-QTE ' SUPERIEURE A LA QUANTITE '
                         'FACTUREE ' WS-LGN-QTE(WS-LIGNE-RETENUE)
              WHEN WS-CONTROLE-SERIE = 'A'
                 ADD 1 TO WS-NB-REJETES
                 ADD 1 TO WS-NB-REFUS-SERIE
                 DISPLAY 'RETOUR REJETE, ARTICLE SUIVI PAR NUMERO '
                         'DE SERIE : UN NUMERO PAR UNITE RENDUE ('
                         FS-AUT-ARTICLE ' QTE ' FS-AUT-QTE ')'
              WHEN WS-CONTROLE-SERIE = 'C'
                 ADD 1 TO WS-NB-REJETES
                 ADD 1 TO WS-NB-REFUS-SERIE
                 DISPLAY 'RETOUR REJETE, NUMERO DE SERIE NON SORTI '
                         'CHEZ CE CLIENT : ' FS-AUT-SERIE
                         ' CLIENT ' FS-AUT-CLIENT
              WHEN OTHER
                 PERFORM 2200-APPLIQUER-RETOUR-DEB
                    THRU 2200-APPLIQUER-RETOUR-FIN
       2100-VALIDER-RETOUR-FIN.
           EXIT.

      * UN ARTICLE SUIVI PAR NUMERO DE SERIE REVIENT UNITE PAR
      * UNITE, ET L'UNITE DOIT ETRE CHEZ CE CLIENT AU REGISTRE.
       2150-CONTROLER-SERIE-DEB.
           MOVE SPACE TO WS-CONTROLE-SERIE.
           MOVE FS-AUT-ARTICLE(1:3) TO WS-CODE-CHERCHE.
           PERFORM 1320-ARTICLE-SERIALISE-DEB
              THRU 1320-ARTICLE-SERIALISE-FIN.
           IF WS-ARTICLE-SERIALISE NOT = 'N'
              IF FS-AUT-SERIE = SPACES
                 OR FS-AUT-QTE NOT = 1
                 MOVE 'A' TO WS-CONTROLE-SERIE
              ELSE
                 MOVE FS-AUT-SERIE TO FS-SER-SERIE
                 PERFORM 1420-TROUVER-SERIE-DEB
                    THRU 1420-TROUVER-SERIE-FIN
                 IF WS-IND-SER-TROUVE = 0
                    MOVE 'C' TO WS-CONTROLE-SERIE
                 ELSE
                    IF (WS-SER-EVT(WS-IND-SER-TROUVE) NOT = 'E'
                        AND WS-SER-EVT(WS-IND-SER-TROUVE) NOT = 'F')
                       OR WS-SER-CLIENT(WS-IND-SER-TROUVE)
                          NOT = FS-AUT-CLIENT
                       MOVE 'C' TO WS-CONTROLE-SERIE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2150-CONTROLER-SERIE-FIN.
           EXIT.

       2110-CHERCHER-FACTURE-DEB.
           IF WS-FAC-CLIENT(WS-IND-FAC) = FS-AUT-CLIENT
              AND WS-FAC-COMMANDE(WS-IND-FAC) = FS-AUT-IDCOMMAND
           MOVE FS-AUT-ARTICLE(1:3) TO FS-MVR-CODEM.
           MOVE WS-DEPOT-VENTES     TO FS-MVR-DEPOTM.
           MOVE '+'                 TO FS-MVR-SENSM.
           MOVE 'RC'                TO FS-MVR-CIBLE.
           MOVE FS-AUT-QTE          TO FS-MVR-VALEURM.
           MOVE FS-AUT-LOT          TO FS-MVR-LOT.
           MOVE FS-AUT-DLUO         TO FS-MVR-DLUO.
           MOVE FS-AUT-MOTIF      TO FS-AVR-MOTIF.
           WRITE FS-ENR-AVOIR.

           MOVE FS-AUT-CLIENT     TO WS-CLIENT-AVOIR.
           MOVE FS-AUT-MOTIF      TO WS-MOTIF-AVOIR.
           MOVE FS-AUT-QTE        TO WS-QTE-AVOIR.
           PERFORM 2300-REDUIRE-EXPOSITION-DEB
              THRU 2300-REDUIRE-EXPOSITION-FIN.
           PERFORM 2400-CUMULER-MOTIF-DEB
                   ' ' FS-AUT-ARTICLE ' QTE ' FS-AUT-QTE
                   ' AVOIR ' WS-MONTANT-AVOIR
                   ' (MOTIF ' FS-AUT-MOTIF ')'.
           PERFORM 2250-PROPOSER-RANGEMENT-DEB
              THRU 2250-PROPOSER-RANGEMENT-FIN.
           IF WS-ARTICLE-SERIALISE = 'O'
              PERFORM 2260-ENREGISTRER-SERIE-DEB
                 THRU 2260-ENREGISTRER-SERIE-FIN
           END-IF.
       2200-APPLIQUER-RETOUR-FIN.
           EXIT.

      * LA MARCHANDISE RENDUE EST RANGEE DANS LE DEPOT DE VENTE ;
      * SANS PROPOSITION ('N'), ELLE EST RANGEE AU JUGE.
       2250-PROPOSER-RANGEMENT-DEB.
           MOVE WS-DEPOT-VENTES     TO WS-LIEN-EMPLPROP-IN-DEPOT.
           MOVE FS-AUT-ARTICLE(1:3) TO WS-LIEN-EMPLPROP-IN-CODE.
           MOVE FS-AUT-LOT          TO WS-LIEN-EMPLPROP-IN-LOT.
           MOVE FS-AUT-QTE          TO WS-LIEN-EMPLPROP-IN-QUANTITE.
           CALL WS-SOUS-PROG-EMPLPROP USING WS-LIEN-EMPLPROP.
           MOVE SPACES TO FS-ENR-RANGEMENT.
           MOVE WS-DATE-JOUR        TO FS-RGT-DATE.
           MOVE WS-PROGRAM-ID       TO FS-RGT-ORIGINE.
           MOVE WS-DEPOT-VENTES     TO FS-RGT-DEPOT.
           MOVE FS-AUT-ARTICLE(1:3) TO FS-RGT-CODE.
           MOVE FS-AUT-LOT          TO FS-RGT-LOT.
           MOVE FS-AUT-QTE          TO FS-RGT-QTE.
           MOVE WS-LIEN-EMPLPROP-OU-EMPL  TO FS-RGT-EMPL.
           MOVE WS-LIEN-EMPLPROP-OU-CODE-RETOUR TO FS-RGT-TYPE.
           WRITE FS-ENR-RANGEMENT.
           IF WS-LIEN-EMPLPROP-OU-CODE-RETOUR = 'N'
              ADD 1 TO WS-NB-SANS-EMPL
              DISPLAY '   RANGEMENT : AUCUN EMPLACEMENT LIBRE AU '
                      'DEPOT ' WS-DEPOT-VENTES ', RANGER AU JUGE'
           ELSE
              DISPLAY '   RANGEMENT PROPOSE : EMPLACEMENT '
                      WS-LIEN-EMPLPROP-OU-EMPL
                      ' (' WS-LIEN-EMPLPROP-OU-CODE-RETOUR ')'
           END-IF.
       2250-PROPOSER-RANGEMENT-FIN.
           EXIT.

      * L'UNITE RENDUE REVIENT AU REGISTRE DANS LE DEPOT DE VENTE.
       2260-ENREGISTRER-SERIE-DEB.
           MOVE 'T' TO WS-SER-EVT(WS-IND-SER-TROUVE).
           MOVE SPACES TO FS-ENR-SERIE.
           MOVE FS-AUT-SERIE        TO FS-SER-SERIE.
           MOVE FS-AUT-ARTICLE(1:3) TO FS-SER-CODE.
           MOVE 'T'                 TO FS-SER-EVT.
           MOVE WS-DEPOT-VENTES     TO FS-SER-DEPOT.
           MOVE FS-AUT-CLIENT       TO FS-SER-CLIENT.
           MOVE FS-AUT-IDCOMMAND    TO FS-SER-COMMANDE.
           MOVE WS-FACTURE-RETENUE  TO FS-SER-FACTURE.
           MOVE WS-DATE-JOUR        TO FS-SER-DATE.
           WRITE FS-ENR-SERIE.
           DISPLAY '   NUMERO DE SERIE RENTRE : ' FS-AUT-SERIE.
       2260-ENREGISTRER-SERIE-FIN.
           EXIT.

       2300-REDUIRE-EXPOSITION-DEB.
           MOVE 0 TO WS-IND-CRD-TROUVE.
           PERFORM 2310-CHERCHER-CREDIT-DEB
           EXIT.

       2310-CHERCHER-CREDIT-DEB.
           IF WS-CRD-ID(WS-IND-CRD) = WS-CLIENT-AVOIR
              MOVE WS-IND-CRD TO WS-IND-CRD-TROUVE
           END-IF.
       2310-CHERCHER-CREDIT-FIN.
           IF WS-IND-MOT-TROUVE = 0
              IF WS-NB-MOTIFS < 20
                 ADD 1 TO WS-NB-MOTIFS
                 MOVE WS-MOTIF-AVOIR TO WS-MOT-CODE(WS-NB-MOTIFS)
                 MOVE 0 TO WS-MOT-NB(WS-NB-MOTIFS)
                 MOVE 0 TO WS-MOT-QTE(WS-NB-MOTIFS)
                 MOVE WS-NB-MOTIFS TO WS-IND-MOT-TROUVE
           END-IF.
           IF WS-IND-MOT-TROUVE > 0
              ADD 1          TO WS-MOT-NB(WS-IND-MOT-TROUVE)
              ADD WS-QTE-AVOIR TO WS-MOT-QTE(WS-IND-MOT-TROUVE)
           END-IF.
       2400-CUMULER-MOTIF-FIN.
           EXIT.

       2410-CHERCHER-MOTIF-DEB.
           IF WS-MOT-CODE(WS-IND-MOT) = WS-MOTIF-AVOIR
              MOVE WS-IND-MOT TO WS-IND-MOT-TROUVE
           END-IF.
       2410-CHERCHER-MOTIF-FIN.
           EXIT.

      *=========================================================
      * AVOIRS DE LITIGES CLOS PAR CMDLITIG : LA FACTURE DOIT
      * ETRE CONNUE ET APPARTENIR AU CLIENT DU LITIGE.
      *=========================================================
       2500-AVOIRS-LITIGES-DEB.
           OPEN INPUT FIC-AVOIRS-LITIGE.
           IF WS-STATUS-LAV = '00'
              OPEN EXTEND FIC-AVOIRS
              IF WS-STATUS-AVO NOT = '00'
                 OPEN OUTPUT FIC-AVOIRS
              END-IF
              OPEN EXTEND FIC-REGL-APPLIQUES
              IF WS-STATUS-RGA NOT = '00'
                 OPEN OUTPUT FIC-REGL-APPLIQUES
              END-IF
              OPEN OUTPUT FIC-LITIGES-REJETES
              PERFORM 2510-UN-AVOIR-LITIGE-DEB
                 THRU 2510-UN-AVOIR-LITIGE-FIN
                 UNTIL WS-STATUS-LAV NOT = '00'
              CLOSE FIC-AVOIRS-LITIGE
              CLOSE FIC-AVOIRS
              CLOSE FIC-REGL-APPLIQUES
              CLOSE FIC-LITIGES-REJETES
      *    LES AVOIRS EMIS NE DOIVENT PAS ETRE REPRIS AU RUN
      *    SUIVANT : LE FICHIER EST VIDE, PUIS LES AVOIRS REFUSES
      *    Y SONT RECOPIES POUR NE PAS ETRE PERDUS.
              OPEN OUTPUT FIC-AVOIRS-LITIGE
              IF WS-NB-LITIGES-REJ > 0
                 OPEN INPUT FIC-LITIGES-REJETES
                 PERFORM 2530-RECOPIER-REJET-DEB
                    THRU 2530-RECOPIER-REJET-FIN
                    UNTIL WS-STATUS-LRJ NOT = '00'
                 CLOSE FIC-LITIGES-REJETES
              END-IF
              CLOSE FIC-AVOIRS-LITIGE
           END-IF.
       2500-AVOIRS-LITIGES-FIN.
           EXIT.

       2510-UN-AVOIR-LITIGE-DEB.
           READ FIC-AVOIRS-LITIGE
              AT END
                 MOVE '10' TO WS-STATUS-LAV
           END-READ.
           IF WS-STATUS-LAV = '00'
              ADD 1 TO WS-NB-LITIGES-LUS
              MOVE 0 TO WS-IND-FAC-TROUVE
              PERFORM 2520-CHERCHER-FACTURE-LIT-DEB
                 THRU 2520-CHERCHER-FACTURE-LIT-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
                 OR WS-IND-FAC-TROUVE > 0
              IF WS-IND-FAC-TROUVE = 0
                 ADD 1 TO WS-NB-LITIGES-REJ
                 WRITE FS-ENR-LITIGE-REJ FROM FS-ENR-AVOIR-LITIGE
                 DISPLAY 'AVOIR DE LITIGE REJETE, FACTURE INCONNUE : '
                         FS-LAV-FACTURE ' (LITIGE ' FS-LAV-LITIGE ')'
              ELSE
                 IF WS-FAC-CLIENT(WS-IND-FAC-TROUVE) NOT = FS-LAV-CLIENT
                    ADD 1 TO WS-NB-LITIGES-REJ
                    WRITE FS-ENR-LITIGE-REJ FROM FS-ENR-AVOIR-LITIGE
                    DISPLAY 'AVOIR DE LITIGE REJETE, FACTURE '
                            FS-LAV-FACTURE
                            ' D''UN AUTRE CLIENT QUE ' FS-LAV-CLIENT
                            ' (LITIGE ' FS-LAV-LITIGE ')'
                 ELSE
                    ADD 1 TO WS-NB-LITIGES-AVO
                    COMPUTE WS-LITIGE-TTC-EUR ROUNDED =
                            FS-LAV-MONTANT
                          * WS-FAC-TAUX(WS-IND-FAC-TROUVE)
      *    PRORATA HT : LE PRODUIT EST CALCULE A PART POUR NE RIEN
      *    PERDRE SUR LES DECIMALES INTERMEDIAIRES.
                    IF WS-FAC-TTC(WS-IND-FAC-TROUVE) > 0
                       COMPUTE WS-LITIGE-PRODUIT =
                               WS-LITIGE-TTC-EUR
                             * WS-FAC-HT(WS-IND-FAC-TROUVE)
                       COMPUTE WS-MONTANT-AVOIR ROUNDED =
                               WS-LITIGE-PRODUIT
                             / WS-FAC-TTC(WS-IND-FAC-TROUVE)
                    ELSE
                       MOVE WS-LITIGE-TTC-EUR TO WS-MONTANT-AVOIR
                    END-IF
                    ADD WS-MONTANT-AVOIR TO WS-TOTAL-AVOIRS
                    MOVE SPACES TO FS-ENR-AVOIR
                    MOVE WS-DATE-JOUR      TO FS-AVR-DATE
                    MOVE FS-LAV-CLIENT     TO FS-AVR-CLIENT
                    MOVE WS-FAC-COMMANDE(WS-IND-FAC-TROUVE)
                      TO FS-AVR-COMMANDE
                    MOVE 0                 TO FS-AVR-QTE
                    MOVE WS-MONTANT-AVOIR  TO FS-AVR-MONTANT
                    MOVE 'LT'              TO FS-AVR-MOTIF
                    WRITE FS-ENR-AVOIR

                    MOVE SPACES TO FS-ENR-RGA
                    MOVE WS-DATE-JOUR      TO FS-RGA-DATE
                    MOVE FS-LAV-FACTURE    TO FS-RGA-NUMERO
                    MOVE FS-LAV-CLIENT     TO FS-RGA-CLIENT
                    MOVE WS-LITIGE-TTC-EUR TO FS-RGA-MONTANT
                    MOVE FS-LAV-LITIGE     TO WS-REFERENCE-LIT-NUM
                    MOVE WS-REFERENCE-LIT  TO FS-RGA-REFERENCE
                    IF WS-FAC-DEVISE(WS-IND-FAC-TROUVE) NOT = SPACES
                       MOVE WS-FAC-DEVISE(WS-IND-FAC-TROUVE)
                         TO FS-RGA-DEVISE
                       MOVE FS-LAV-MONTANT TO FS-RGA-MONTANT-DEV
                       MOVE WS-FAC-TAUX(WS-IND-FAC-TROUVE)
                         TO FS-RGA-TAUX
                       MOVE 0 TO FS-RGA-ECART
                    END-IF
                    WRITE FS-ENR-RGA

                    MOVE FS-LAV-CLIENT     TO WS-CLIENT-AVOIR
                    MOVE 'LT'              TO WS-MOTIF-AVOIR
                    MOVE 0                 TO WS-QTE-AVOIR
                    PERFORM 2400-CUMULER-MOTIF-DEB
                       THRU 2400-CUMULER-MOTIF-FIN
                    DISPLAY 'AVOIR DE LITIGE ' FS-LAV-LITIGE
                            ' : CLIENT '
                            FS-LAV-CLIENT ' FACTURE ' FS-LAV-FACTURE
                            ' TTC ' WS-LITIGE-TTC-EUR ' HT '
                            WS-MONTANT-AVOIR
      *    L'EXPOSITION EST SUIVIE TTC, COMME LE RESTE DU.
                    MOVE WS-LITIGE-TTC-EUR TO WS-MONTANT-AVOIR
                    PERFORM 2300-REDUIRE-EXPOSITION-DEB
                       THRU 2300-REDUIRE-EXPOSITION-FIN
                 END-IF
              END-IF
           END-IF.
       2510-UN-AVOIR-LITIGE-FIN.
           EXIT.

       2520-CHERCHER-FACTURE-LIT-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-LAV-FACTURE
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       2520-CHERCHER-FACTURE-LIT-FIN.
           EXIT.

       2530-RECOPIER-REJET-DEB.
           READ FIC-LITIGES-REJETES
              AT END
                 MOVE '10' TO WS-STATUS-LRJ
           END-READ.
           IF WS-STATUS-LRJ = '00'
              WRITE FS-ENR-AVOIR-LITIGE FROM FS-ENR-LITIGE-REJ
           END-IF.
       2530-RECOPIER-REJET-FIN.
           EXIT.

       3000-ECRIRE-CREDITS-DEB.
           IF WS-NB-CLIENTS-CRD > 0
              OPEN OUTPUT FIC-CREDIT-NOUV
              THRU 4010-LIGNE-MOTIF-FIN
              VARYING WS-IND-MOT FROM 1 BY 1
              UNTIL WS-IND-MOT > WS-NB-MOTIFS.
      *    UN AVOIR DE LITIGE REFUSE EST UN AVOIR DU AU CLIENT QUI
      *    N'EST PAS EMIS : LE RUN EST SIGNALE EN ANOMALIE.
           IF WS-NB-LITIGES-REJ > 0
              DISPLAY 'UNE ANOMALIE A ETE DETECTEE : '
                      WS-NB-LITIGES-REJ ' AVOIR(S) DE LITIGE '
                      'REFUSE(S), GARDE(S) DANS LITIGAVOIR.TXT'
           END-IF.
       4000-BILAN-MOTIFS-FIN.
           EXIT.

           DISPLAY 'RETOURS LUS      : ' WS-NB-RETOURS-LUS.
           DISPLAY 'RETOURS ACCEPTES : ' WS-NB-ACCEPTES.
           DISPLAY 'RETOURS REJETES  : ' WS-NB-REJETES.
           DISPLAY 'RANGES SANS EMPL.: ' WS-NB-SANS-EMPL.
           DISPLAY 'REFUS N. SERIE   : ' WS-NB-REFUS-SERIE.
           DISPLAY 'AVOIRS LITIGES   : ' WS-NB-LITIGES-AVO.
           DISPLAY 'LITIGES REJETES  : ' WS-NB-LITIGES-REJ.
           DISPLAY 'TOTAL DES AVOIRS : ' WS-TOTAL-AVOIRS.
      * LA ZONE DE LIEN RECAPJR NE PORTE QUE DES ENTIERS : LE
      * TOTAL EST DEPOSE EN CENTIMES.
