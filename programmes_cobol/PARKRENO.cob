           05 FS-ABO-FIN    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ABO-NIVEAU PIC 99.
      *    SITES OU L'ABONNEMENT EST VALABLE (CINQ CODES AU PLUS,
      *    TOUS A BLANC = SITE PRINCIPAL '01' SEULEMENT).
           05 FILLER PIC X(1).
           05 FS-ABO-SITES.
               10 FS-ABO-SITE PIC X(2) OCCURS 5 TIMES.

       FD FIC-OFFRES-RENOUV RECORDING MODE IS F.
       01  FS-ENR-OFFRE.
