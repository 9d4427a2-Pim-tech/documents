      *=============
       FILE SECTION.
         FD CLIENT.
         01 FS-CLIENT PIC X(106).
         FD COMMANDE.
         01 FS-COMMANDE PIC X(110).
         FD ENRICHIE.
         01 WS-CLIENT.
            05 CLIENT-IDCLIENT            PIC 9(5).
            05 CLIENT-NOM                 PIC X(30).
            05 FILLER                     PIC X(71).
      *    LA ZONE COMPLEMENTAIRE DES COMMANDES (DATE, ARTICLE,
      *    QUANTITE, MONTANT, ALIMENTEE PAR COMMANDS) EST
      *    REPORTEE DANS LA SORTIE ENRICHIE APRES LE NOM DU
