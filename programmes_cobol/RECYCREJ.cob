         FD REJETS.
         01 FS-REJETS PIC X(110).
         FD CLIENT.
         01 FS-CLIENT PIC X(106).
         FD RECYCLE.
         01 FS-RECYCLE PIC X(110).
         FD REJETS-RESTANTS.
         01 WS-CLIENT.
            05 CLIENT-IDCLIENT            PIC 9(5).
            05 CLIENT-NOM                 PIC X(30).
            05 FILLER                     PIC X(71).
      *    MEME DECOUPAGE QUE WS-REJET DE BAPP1 : LA ZONE DETAIL
      *    DE LA COMMANDE EST RECOPIEE INTACTE, LE MOTIF ET LA
      *    DATE DU REJET VIVENT EN QUEUE D'ENREGISTREMENT.
