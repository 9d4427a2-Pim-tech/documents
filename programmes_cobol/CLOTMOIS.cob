      *     LA REOUVERTURE EST UN ACTE DE SUPERVISION : ELLE
      *     EST JOURNALISEE DANS FAUDITLOG (VIA ERRLOG, GRAVITE
      *     AVERTISSEMENT) AU NOM DE L'OPERATEUR.
      *     UN MOIS D'UN EXERCICE CLOTURE ET VERROUILLE PAR
      *     CPTCLOAN (CTLEXERC) NE PEUT PLUS ETRE ROUVERT.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DATE-JOUR  PIC 9(8).
       01 WS-MSG-AUDIT  PIC X(40).

      * CONTROLE D'EXERCICE AVANT TOUTE REOUVERTURE.
       01 WS-SOUS-PROG-CTLEXERC PIC X(8) VALUE 'CTLEXERC'.
       01 WS-LIEN-CTLEXERC.
          05 WS-LIEN-CTLEXERC-IN.
             10 WS-LIEN-CTLEXERC-IN-DATE PIC 9(8).
          05 WS-LIEN-CTLEXERC-OU.
             10 WS-LIEN-CTLEXERC-CR PIC X.

      * JOURNALISATION CENTRALE DES REOUVERTURES, MEME
      * CONVENTION D'APPEL QUE DANS LES AUTRES PROGRAMMES.
       01 WS-SOUS-PROG-ERRLOG PIC X(8) VALUE 'ERRLOG'.
              ON EXCEPTION
                 MOVE SPACES TO WS-OPERATEUR
           END-ACCEPT.
           IF WS-ACTION = 'R'
              COMPUTE WS-LIEN-CTLEXERC-IN-DATE = WS-PERIODE * 100 + 1
              CALL WS-SOUS-PROG-CTLEXERC USING WS-LIEN-CTLEXERC
              IF WS-LIEN-CTLEXERC-CR = 'V'
                 DISPLAY 'PERIODE ' WS-PERIODE ' DANS UN EXERCICE '
                         'VERROUILLE, REOUVERTURE REFUSEE'
                 PERFORM 9990-FIN-ANORMALE-DEB
                    THRU 9990-FIN-ANORMALE-FIN
              END-IF
           END-IF.

      *    LA FERMETURE COMME LA REOUVERTURE S'AJOUTENT EN FIN DE
      *    FICHIER : L'HISTORIQUE DES DECISIONS EST CONSERVE, LA
