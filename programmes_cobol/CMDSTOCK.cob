      *     QUANTITES PAR ARTICLE ET ECRIT UN MOUVEMENT DE
      *     SORTIE ('-') PAR ARTICLE DANS MVTVENTES.TXT, AU
      *     FORMAT DES MOUVEMENTS DE LA CHAINE DE STOCK (CODE,
      *     DEPOT, SENS, QUANTITE, MOTIF VT, LOT, DLUO) AVEC
      *     L'ENVELOPPE NORMALISEE : LES VENTES TIRENT AINSI LES
      *     CUMULS A LA BAISSE ET LE REJET DE STOCK NEGATIF
      *     ATTRAPE LA SURVENTE LE JOUR MEME. LE FICHIER EST
      *    QUANTITE PAR UNITE VENDUE -- LA MEME IDEE QUE LA
      *    RECETTE DES PIZZAS (RECETTE.TXT), GENERALISEE. UNE
      *    LIGNE DE KIT EST ECLATEE EN SORTIES DE COMPOSANTS AU
      *    LIEU D'UN MOUVEMENT SUR LE PREFIXE DU KIT, SAUF SI
      *    LA LIGNE PORTE LE TEMOIN 'F' : LE KIT EST ALORS
      *    ASSEMBLE A L'AVANCE PAR ORDRE D'ASSEMBLAGE (FABORDRE)
      *    ET VENDU SUR SON STOCK FINI, SOUS SON PREFIXE.
           SELECT FIC-NOMENCLATURE
              ASSIGN TO "./files/nomenclature.txt"
              ORGANIZATION IS LINE SEQUENTIAL
           05 FS-NOM-COMPOSANT PIC X(3).
           05 FILLER PIC X(1).
           05 FS-NOM-QTE       PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-NOM-MODE      PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'CMDSTOCK'.
                 MOVE '10' TO WS-STATUS-NOMEN
           END-READ.
           IF WS-STATUS-NOMEN = '00'
              AND FS-NOM-MODE NOT = 'F'
              IF WS-NB-NOMEN < 100
                 ADD 1 TO WS-NB-NOMEN
                 MOVE FS-NOM-PARENT
           MOVE WS-VTE-CODE(WS-IND-VTE) TO FS-MVV-CODEM.
           MOVE WS-DEPOT-VENTES         TO FS-MVV-DEPOTM.
           MOVE '-'                     TO FS-MVV-SENSM.
           MOVE 'VT'                    TO FS-MVV-CIBLE.
           IF WS-VTE-QTE(WS-IND-VTE) > 999
              MOVE 999 TO FS-MVV-VALEURM
              SUBTRACT 999 FROM WS-VTE-QTE(WS-IND-VTE)
