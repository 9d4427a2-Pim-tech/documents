      *         DANS LA NOUVELLE GENERATION (FSUSPNEW) AVEC SON
      *         AGE EN JOURS, POUR QUE LES DECLARATIONS CREEES
      *         EN RETARD NE FASSENT PLUS PERDRE DE CHIFFRES.
      *     UNE DECLARATION T2DECL FERMEE PAR DECMAINT RESTE
      *     EN SUSPENS JUSQU'A SA REOUVERTURE.
      *     LE PROGRAMME D'ORIGINE DETERMINE LA TABLE VISEE :
      *     D2MAJS22 MET A JOUR T2DECL (QTER), DEMAJS22 MET A
      *     JOUR TDECL (QTES).
                  SET QTER = QTER + :WS-OPERATION
               WHERE IDART = :WS-IDART
                 AND IDDEC = :WS-IDDEC
                 AND ETADEC <> 'C'
           END-EXEC.
       2000-RETENTER-T2DECL-FIN. EXIT.

