       01 WS-NB-VEN-OP          PIC S9(3)  COMP          .
       01 WS-NB-RET-OP          PIC S9(3)  COMP          .
       01 WS-CTR-AUDIT          PIC 9(5)   VALUE ZERO    .
      * ETAT DE LA DECLARATION (ETADEC, GERE PAR DECMAINT) :
      * UNE DECLARATION CLOSE ('C') N'ACCEPTE PLUS DE MISE A
      * JOUR, L'OPERATION PART EN SUSPENS JUSQU'A REOUVERTURE.
       01 WS-ETAT-DEC           PIC X(1)               .
       01 WS-FS-SUSPENS         PIC XX.
       01 WS-CTR-SUSPENS        PIC 9(5)   VALUE ZERO    .
      ********************************************************
      *    IMAGE AVANT : L'ANCIENNE QUANTITE EST RELUE POUR LE
      *    JOURNAL D'AUDIT AVANT D'ETRE ECRASEE PAR L'UPDATE.
           EXEC SQL
              SELECT QTER, ETADEC
                INTO :WS-QTE-AVANT, :WS-ETAT-DEC
                FROM T2DECL
               WHERE IDART = :IDART
                 AND IDDEC = :IDDEC
           END-EXEC.
           IF SQLCODE NOT = ZERO
              MOVE ZERO TO WS-QTE-AVANT
              MOVE SPACE TO WS-ETAT-DEC
           END-IF.
           EXEC SQL
              UPDATE T2DECL
                      QTER = QTER + :QTER
              WHERE IDART  = :IDART
                AND IDDEC  = :IDDEC
                AND ETADEC <> 'C'
           END-EXEC.
           MOVE SQLCODE TO WS-SQLCODE.
           DISPLAY 'LE SQL CODE EST :' WS-SQLCODE.
      * DE PERDRE L'OPERATION, ELLE EST DEPOSEE DANS LE FICHIER
      * DES SUSPENS (OUVERT EN AJOUT, CREE AU PREMIER PASSAGE),
      * QUE RETRYDEC RETENTERA UNE FOIS LA DECLARATION CREEE.
      * UNE DECLARATION FERMEE PAR DECMAINT SUIT LE MEME CHEMIN
      * JUSQU'A SA REOUVERTURE.
      *----------------------------------------------------------------
       6260-SUSPENDRE-OPERATION-DEB.
           IF WS-ETAT-DEC = 'C'
              DISPLAY 'OPERATION EN SUSPENS, DECLARATION FERMEE : '
                      IDART ' ' IDDEC
           ELSE
              DISPLAY 'OPERATION EN SUSPENS, DECLARATION INCONNUE : '
                      IDART ' ' IDDEC
           END-IF.
           OPEN EXTEND FSUSPENS.
           IF WS-FS-SUSPENS NOT = '00'
              OPEN OUTPUT FSUSPENS
