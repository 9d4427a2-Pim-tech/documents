           05 FS-ART-COUT  PIC 9(4)V99.
           05 FILLER PIC X(1).
           05 FS-ART-FAMILLE PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ART-SERIALISE PIC X(1).

       FD FIC-COUVERTURE RECORDING MODE IS F.
       01  FS-ENR-COUVERTURE.
