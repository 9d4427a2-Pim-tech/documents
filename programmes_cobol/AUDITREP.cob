       DATA DIVISION.
       FILE SECTION.
      *    LIGNE D'AUDIT AU DECOUPAGE D'ERRLOG : DATE, HEURE,
      *    GRAVITE, PROGRAMME, OPERATEUR, PUIS LE MESSAGE, LA
      *    SEQUENCE ET LE CONTROLE DE CHAINAGE (VERIFIES PAR
      *    AUDITVER).
       FD FAUDITLOG.
       01  FS-ENREG-AUDITLOG.
           05 FS-AUD-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-AUD-OPERATEUR PIC X(8).
           05 FILLER PIC X(1).
           05 FS-AUD-MESSAGE   PIC X(54).
           05 FILLER PIC X(1).
           05 FS-AUD-SEQUENCE  PIC X(9).
           05 FILLER PIC X(1).
           05 FS-AUD-CONTROLE  PIC X(9).

       FD FPERMISSIONS.
       01  FS-ENR-PERMISSION.
