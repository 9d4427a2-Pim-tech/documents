       DATA DIVISION.
       FILE SECTION.
       FD CLIENT.
       01  FS-CLIENT PIC X(106).
       FD CLIENT-NOUVEAU.
       01  FS-CLIENT-NOUVEAU PIC X(106).
       FD FIC-FUSIONS RECORDING MODE IS F.
       01  FS-ENR-FUSION.
           05 FS-FUS-ABSORBE   PIC 9(5).
       01  WS-CLIENT.
           05 CLIENT-IDCLIENT PIC 9(5).
           05 CLIENT-NOM      PIC X(30).
           05 FILLER          PIC X(71).

       01  WS-ENR-COMMANDE.
           05 CMD-IDCOMMAND PIC 9(5).
