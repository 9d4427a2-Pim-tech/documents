           05 FS-ABO-FIN    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ABO-NIVEAU PIC 99.
      *    SITES OU L'ABONNEMENT EST VALABLE (CINQ CODES AU PLUS,
      *    TOUS A BLANC = SITE PRINCIPAL '01' SEULEMENT).
           05 FILLER PIC X(1).
           05 FS-ABO-SITES.
               10 FS-ABO-SITE PIC X(2) OCCURS 5 TIMES.

       FD FIC-MVT-PARKING RECORDING MODE IS F.
       01  FS-ENR-MVTP.
           05 FS-HEUREM PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-OPERM PIC X(8).
      *    SORTIE MANUELLE ('M') : MOTIF ET FORFAIT TICKET
      *    PERDU, A BLANC SUR LES ENTREES ET SORTIES ORDINAIRES.
           05 FS-MANUELM.
               10 FILLER PIC X(1).
               10 FS-MOTIFM PIC X(2).
               10 FILLER PIC X(1).
               10 FS-FORFAITM PIC 9(3)V99.
      *    SITE DU PARKING (A BLANC = SITE PRINCIPAL '01').
           05 FS-ZSITEM.
               10 FILLER PIC X(1).
               10 FS-SITEM PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARKABOR'.
