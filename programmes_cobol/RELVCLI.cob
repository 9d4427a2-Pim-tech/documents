         01 FS-ENRICHIE-MOIS PIC X(110).

         FD CLIENT.
         01 FS-CLIENT PIC X(106).

         SD FTRI-RELEVE.
         01 SD-ENR-RELEVE.
             05 CLI-PAYS     PIC X(2).
             05 CLI-CONTACT  PIC X(15).
             05 CLI-TEL      PIC X(8).
             05 FILLER       PIC X(6).
          01 WS-ADRESSES.
             05 WS-NB-ADRESSES PIC 9(3) VALUE ZERO.
             05 WS-ADR OCCURS 300 TIMES.
