      *         N'EST PRIS QUE SI LES TOTAUX IMPUTES S'EQUILIBRENT    *
      *         ENCORE (DES REJETS DESEQUILIBRENT LE LOT : TOUT       *
      *         EST ALORS ANNULE ET LE LOT REPART EN CORRECTION).     *
      *     LA DATE D'IMPUTATION PORTEE AU JOURNAL EST CELLE DU JOUR, *
      *     OU DATECPT (AAAAMMJJ) POUR LES LOTS DE CLOTURE ET         *
      *     D'A-NOUVEAUX DE CPTCLOAN. UN LOT DATE DANS UN EXERCICE    *
      *     VERROUILLE (CTLEXERC) EST REFUSE EN BLOC.                 *
      *===============================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * JAMAIS Y LAISSER LES LIGNES D'UN LOT ANNULE.
       01 WS-FS-JRN         PIC XX.
       01 WS-DATE-JOUR      PIC 9(8).
       01 WS-DATE-SAISIE    PIC X(8).
       01 WS-EN-ATTENTE.
          05 WS-NB-ATTENTE PIC 9(3) VALUE 0.
          05 WS-ATT OCCURS 500 TIMES.
              INCLUDE SQLCA
           END-EXEC.

      * CONTROLE D'EXERCICE : UN EXERCICE CLOTURE ET VERROUILLE
      * PAR CPTCLOAN N'ACCEPTE PLUS AUCUNE IMPUTATION.
       01 WS-SOUS-PROG-CTLEXERC PIC X(8) VALUE 'CTLEXERC'.
       01 WS-LIEN-CTLEXERC.
          05 WS-LIEN-CTLEXERC-IN.
             10 WS-LIEN-CTLEXERC-IN-DATE PIC 9(8).
          05 WS-LIEN-CTLEXERC-OU.
             10 WS-LIEN-CTLEXERC-CR PIC X.

      * TRADUCTION DU CODE ANOMALIE ET JOURNALISATION CENTRALE,
      * MEME CONVENTION D'APPEL QUE LES AUTRES PROGRAMMES DU LOT.
       01 WS-SOUS-PROG-ERRLOG   PIC X(8) VALUE 'ERRLOG'.
                SET CURRENT SQLID='ADCDC'
           END-EXEC.

           MOVE SPACES TO WS-DATE-SAISIE.
           ACCEPT WS-DATE-SAISIE FROM ENVIRONMENT "DATECPT"
              ON EXCEPTION
                 MOVE SPACES TO WS-DATE-SAISIE
           END-ACCEPT.
           IF WS-DATE-SAISIE = SPACES
              ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ELSE
              MOVE WS-DATE-SAISIE TO WS-DATE-JOUR
           END-IF.
           MOVE WS-DATE-JOUR TO WS-LIEN-CTLEXERC-IN-DATE.
           CALL WS-SOUS-PROG-CTLEXERC USING WS-LIEN-CTLEXERC.
           IF WS-LIEN-CTLEXERC-CR = 'V'
              DISPLAY 'EXERCICE DU ' WS-DATE-JOUR
                      ' VERROUILLE, AUCUNE IMPUTATION'
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.

           PERFORM 1000-EQUILIBRER-LOT-DEB
              THRU 1000-EQUILIBRER-LOT-FIN.
           IF WS-LOT-VALIDE NOT = 'O'
      * LE JOURNAL SUR FICHIER N'EST ECRIT QU'APRES LE COMMIT :
      * CE QUI EST AU JOURNAL EST DANS CPTE1, ET RECIPROQUEMENT.
       8100-ECRIRE-JOURNAL-DEB.
           OPEN EXTEND FJOURNAL-IMPUT.
           IF WS-FS-JRN NOT = '00'
              OPEN OUTPUT FJOURNAL-IMPUT
