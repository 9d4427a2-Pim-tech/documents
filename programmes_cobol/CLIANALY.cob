       FD ENRICHIE-MOIS.
       01  FS-ENRICHIE-MOIS PIC X(110).
       FD CLIENT.
       01  FS-CLIENT PIC X(106).
       FD FIC-ARCHIVE RECORDING MODE IS F.
       01  FS-ENR-ARCHIVE PIC X(110).

       01  WS-CLIENT-LU.
           05 CLI-IDCLIENT PIC 9(5).
           05 CLI-NOM      PIC X(30).
           05 FILLER       PIC X(71).

       01  WS-MOIS-ANALYSE PIC 9(6).
       01  WS-MOIS-SAISI   PIC X(6).
