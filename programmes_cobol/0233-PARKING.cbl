               05 FS-HEUREM PIC 9(6).
               05 FILLER PIC X(1).
               05 FS-OPERM PIC X(8).
      *> sortie manuelle ('M') : motif et forfait ticket perdu,
      *> a blanc sur les entrees et sorties ordinaires.
               05 FS-MANUELM.
                   10 FILLER PIC X(1).
                   10 FS-MOTIFM PIC X(2).
                   10 FILLER PIC X(1).
                   10 FS-FORFAITM PIC 9(3)V99.
      *> site du parking : ce programme ne gere que le site
      *> principal '01', premiere ligne de parkconfig.txt.
               05 FS-ZSITEM.
                   10 FILLER PIC X(1).
                   10 FS-SITEM PIC X(2).

       FD FIC-CONFIG-PARKING RECORDING MODE IS F.
           01 FS-ENR-CONFIG.
               MOVE WS-HORO-DATE TO FS-DATEM.
               MOVE WS-HORO-HEURE TO FS-HEUREM.
               MOVE WS-OPERATEUR TO FS-OPERM.
               MOVE SPACES TO FS-MANUELM.
               MOVE SPACES TO FS-ZSITEM.
               MOVE '01' TO FS-SITEM.
               WRITE FS-ENR-MVTP.
           0600-ECRIRE-MVT-FIN.
               EXIT.
