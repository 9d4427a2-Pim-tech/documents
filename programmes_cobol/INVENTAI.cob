      *     PAR LA CHAINE NORMALE DES MOUVEMENTS, PLUS PERSONNE
      *     NE RETOUCHE LES FICHIERS. LE COMPTAGE ET LES SOLDES
      *     SONT SUIVIS PAR (CODE, DEPOT), COMME OUTPUT.TXT.
      *     CHAQUE LIGNE DE COMPTAGE PEUT PORTER APRES LE
      *     COMPTEUR LE MOTIF DE L'ECART CONSTATE (CA CASSE, VO
      *     VOL... SELON LA TABLE DES MOTIFS DE LA CHAINE) ; A
      *     DEFAUT, L'AJUSTEMENT PORTE LE MOTIF IN (ECART
      *     D'INVENTAIRE INEXPLIQUE). LE MOTIF EST ECRIT DANS LA
      *     ZONE CIBLE DU MOUVEMENT D'AJUSTEMENT.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FS-INV-QTE      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-INV-COMPTEUR PIC X(8).
           05 FILLER PIC X(1).
           05 FS-INV-MOTIF    PIC X(2).

       FD FIC-SOLDES RECORDING MODE IS F.
       01  FS-ENR-SOLDE.
           05 FS-ART-COUT  PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-ART-FAMILLE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-SERIALISE PIC X(1).

       FD FIC-ECARTS RECORDING MODE IS F.
       01  FS-ENR-ECART.
              MOVE '-' TO FS-AJU-SENSM
           END-IF.
           MOVE WS-TRANCHE TO FS-AJU-VALEURM.
           IF FS-INV-MOTIF = SPACES
              MOVE 'IN' TO FS-AJU-CIBLE
           ELSE
              MOVE FS-INV-MOTIF TO FS-AJU-CIBLE
           END-IF.
           WRITE FS-ENR-AJUST.
           ADD 1 TO WS-NB-AJUSTEMENTS.
       3110-ECRIRE-TRANCHE-FIN.
