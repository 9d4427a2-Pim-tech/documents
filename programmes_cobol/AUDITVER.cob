       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITVER.

      *********************************************************
      *     VERIFICATION DU CHAINAGE DU JOURNAL D'AUDIT CENTRAL.
      *
      *     ERRLOG NUMEROTE CHAQUE LIGNE DE FAUDITLOG (SEQUENCE
      *     EN COLONNES 92-100) ET LA SCELLE PAR UNE VALEUR DE
      *     CONTROLE (COLONNES 102-110) CALCULEE SUR SES 100
      *     PREMIERES COLONNES EN PARTANT DU CONTROLE DE LA LIGNE
      *     PRECEDENTE. CE PROGRAMME REPARCOURT LE JOURNAL DANS
      *     L'ORDRE OU IL A ETE ECRIT :
      *       - LES ARCHIVES FAITES PAR PURGEJRN, DANS L'ORDRE DU
      *         REGISTRE AUDITARCH.TXT,
      *       - PUIS LE JOURNAL VIVANT (AFFECTATION EXTERNE
      *         AUDITLOG, COMME ERRLOG ET PURGEJRN),
      *     ET RECALCULE CHAQUE CONTROLE. IL SIGNALE :
      *       - TROU             SEQUENCES MANQUANTES (LIGNES
      *                          SUPPRIMEES OU ARCHIVE PERDUE),
      *       - LIGNE ALTEREE    CONTROLE FAUX SANS TROU : LA
      *                          LIGNE, OU LA PRECEDENTE, A ETE
      *                          MODIFIEE,
      *       - NON SEQUENCEE    LIGNE SANS SEQUENCE APRES LE
      *                          DEBUT DU CHAINAGE (INSEREE),
      *       - SEQUENCE EN RECUL LIGNE DUPLIQUEE OU DEPLACEE,
      *       - RECOUVREMENT     LE DEBUT D'UN MORCEAU REPREND DES
      *                          LIGNES DEJA VUES (GENERATION PAS
      *                          ENCORE BASCULEE APRES PURGE) : ELLES
      *                          SONT SAUTEES, MAIS LA DERNIERE
      *                          LIGNE COMMUNE DOIT ETRE IDENTIQUE,
      *       - ARCHIVE ABSENTE  ARCHIVE DU REGISTRE INTROUVABLE,
      *       - FIN TRONQUEE     LA SEQUENCE NOTEE PAR ERRLOG DANS
      *                          <JOURNAL>_SEQ DEPASSE LA DERNIERE
      *                          LIGNE LUE : DES LIGNES DE FIN ONT
      *                          ETE SUPPRIMEES.
      *     LES LIGNES ANTERIEURES AU CHAINAGE (SANS SEQUENCE, EN
      *     TETE DU JOURNAL) SONT SEULEMENT COMPTEES.
      *
      *     LE RAPPORT AUDITVERIF_RAP.TXT DONNE UNE LIGNE PAR
      *     ANOMALIE, UNE PAR MORCEAU ET UN TOTAL. UNE CHAINE
      *     ROMPUE (AU MOINS UNE ANOMALIE) EST JOURNALISEE PAR
      *     ERRLOG EN GRAVITE F, DONC REPRISE DANS LES ALERTES DE
      *     L'ASTREINTE ; UNE CHAINE INTEGRE EN GRAVITE I.
      *
      *     LA DATE EST PRISE DANS RUNDATE, A DEFAUT LA DATE DU
      *     JOUR, COMME DANS LE RESTE DE LA CHAINE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-REGISTRE
              ASSIGN TO "./files/auditarch.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REGISTRE.
           SELECT FIC-RAPPORT
              ASSIGN TO "./files/auditverif_rap.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RAPPORT.
      *    MORCEAU DU JOURNAL EN COURS : ARCHIVE OU JOURNAL VIVANT.
           SELECT FIC-JOURNAL
              ASSIGN TO DYNAMIC WS-NOM-JOURNAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOURNAL.
      *    DERNIERE SEQUENCE NOTEE PAR ERRLOG.
           SELECT FIC-SEQUENCE
              ASSIGN TO DYNAMIC WS-NOM-SEQUENCE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SEQUENCE.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-REGISTRE RECORDING MODE IS F.
       01  FS-ENR-REGISTRE.
           05 FS-REG-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-REG-NB      PIC 9(7).
           05 FILLER PIC X(1).
           05 FS-REG-ARCHIVE PIC X(60).

       FD FIC-RAPPORT RECORDING MODE IS F.
       01  FS-ENR-RAPPORT PIC X(132).

      *    LIGNE D'AUDIT AU FORMAT D'ERRLOG.
       FD FIC-JOURNAL RECORDING MODE IS F.
       01  FS-ENR-JOURNAL.
           05 FS-JRN-TEXTE-SCELLE.
               10 FS-JRN-LIGNE     PIC X(90).
               10 FILLER           PIC X(1).
               10 FS-JRN-SEQUENCE  PIC 9(9).
           05 FILLER               PIC X(1).
           05 FS-JRN-CONTROLE      PIC 9(9).

       FD FIC-SEQUENCE RECORDING MODE IS F.
       01  FS-ENR-SEQUENCE.
           05 FS-SEQ-NUMERO   PIC 9(9).
           05 FILLER PIC X(1).
           05 FS-SEQ-CONTROLE PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'AUDITVER'.
       01  WS-STATUS-REGISTRE PIC XX.
       01  WS-STATUS-RAPPORT  PIC XX.
       01  WS-STATUS-JOURNAL  PIC XX.
       01  WS-STATUS-SEQUENCE PIC XX.

       01  WS-NOM-JOURNAL  PIC X(60).
       01  WS-NOM-AUDITLOG PIC X(60).
       01  WS-NOM-SEQUENCE PIC X(64).

       01  WS-RUN-DATE PIC X(8).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-HEURE-JOUR PIC 9(8).

      * ETAT DE LA CHAINE : DERNIERE LIGNE SEQUENCEE VERIFIEE,
      * TOUS MORCEAUX CONFONDUS.
       01  WS-CHAINE-OUVERTE   PIC X(1) VALUE 'N'.
       01  WS-DERNIERE-SEQ     PIC 9(9) VALUE 0.
       01  WS-DERNIER-CONTROLE PIC 9(9) VALUE 0.
       01  WS-EN-RECOUVREMENT  PIC X(1).
       01  WS-LIGNE-OK         PIC X(1).
       01  WS-SEQ-SUIVANTE     PIC 9(9).
       01  WS-SEQ-PRECEDENTE   PIC 9(9).

      * CALCUL DE LA VALEUR DE CONTROLE, IDENTIQUE A ERRLOG.
       01  WS-CONTROLE         PIC 9(9).
       01  WS-TEXTE-SCELLE     PIC X(100).
       01  WS-CALCUL           PIC 9(11).
       01  WS-QUOTIENT         PIC 9(11).
       01  WS-MODULE-CONTROLE  PIC 9(9) VALUE 999999937.
       01  WS-IND-CAR          PIC 9(3).

      * MORCEAU EN COURS.
       01  WS-NUM-LIGNE        PIC 9(7).
       01  WS-PREMIERE-SEQ     PIC 9(9).
       01  WS-ETAT-MORCEAU     PIC X(16).

      * ANOMALIE A ECRIRE.
       01  WS-TYPE-ANOMALIE    PIC X(16).
       01  WS-DETAIL-ANOMALIE  PIC X(50).

      * LIGNES DU RAPPORT.
       01  WS-RAP-ENTETE.
           05 FILLER          PIC X(2) VALUE 'E '.
           05 WS-RAP-E-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-E-HEURE  PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FILLER          PIC X(40)
              VALUE 'VERIFICATION DU CHAINAGE DE FAUDITLOG'.
       01  WS-RAP-ANOMALIE.
           05 FILLER          PIC X(2) VALUE 'A '.
           05 WS-RAP-A-TYPE   PIC X(16).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-A-NOM    PIC X(40).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-A-NUMERO PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-A-SEQ    PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-A-DETAIL PIC X(50).
       01  WS-RAP-MORCEAU.
           05 FILLER          PIC X(2) VALUE 'M '.
           05 WS-RAP-M-NOM    PIC X(60).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-M-LIGNES PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-M-PREMIERE PIC 9(9).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-M-DERNIERE PIC 9(9).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-M-ETAT   PIC X(16).
       01  WS-RAP-TOTAL.
           05 FILLER          PIC X(2) VALUE 'T '.
           05 WS-RAP-T-LIGNES PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-T-ANTERIEURES PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-T-TROUS  PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-T-ALTEREES PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-T-RUPTURES PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-T-ETAT   PIC X(16).

       01  WS-MSG-AUDIT PIC X(40).

       01  WS-COMPTEURS.
           05 WS-NB-MORCEAUX      PIC 9(3) VALUE 0.
           05 WS-NB-LIGNES        PIC 9(7) VALUE 0.
           05 WS-NB-ANTERIEURES   PIC 9(7) VALUE 0.
           05 WS-NB-RECOUVERTES   PIC 9(7) VALUE 0.
           05 WS-NB-TROUS         PIC 9(7) VALUE 0.
           05 WS-NB-MANQUANTES    PIC 9(9) VALUE 0.
           05 WS-NB-ALTEREES      PIC 9(7) VALUE 0.
           05 WS-NB-RUPTURES      PIC 9(7) VALUE 0.
           05 WS-NB-ANOMALIES     PIC 9(7) VALUE 0.

       01 WS-SOUS-PROG-ERRLOG PIC X(8) VALUE 'ERRLOG'.
       01 WS-LIEN-ERRLOG.
           05 WS-LIEN-ERRLOG-IN.
               10 WS-LIEN-ERRLOG-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-ERRLOG-IN-TYPE      PIC X.
               10 WS-LIEN-ERRLOG-IN-CODE-FICH PIC XX.
               10 WS-LIEN-ERRLOG-IN-CODE-SQL  PIC S9(8).
               10 WS-LIEN-ERRLOG-IN-SEVERITE  PIC X.
               10 WS-LIEN-ERRLOG-IN-OPERATEUR PIC X(8).
           05 WS-LIEN-ERRLOG-OU.
               10 WS-LIEN-ERRLOG-OU-MESSAGE   PIC X(40).

       01 WS-SOUS-PROG-RECAPJR PIC X(8) VALUE 'RECAPJR'.
       01 WS-LIEN-RECAPJR.
           05 WS-LIEN-RECAPJR-IN.
               10 WS-LIEN-RECAPJR-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-RECAPJR-IN-LIBELLE   PIC X(20).
               10 WS-LIEN-RECAPJR-IN-VALEUR    PIC S9(7) COMP-3.
           05 WS-LIEN-RECAPJR-OU.
               10 WS-LIEN-RECAPJR-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-AUDITVER-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 MOVE SPACES TO WS-RUN-DATE
           END-ACCEPT.
           IF WS-RUN-DATE = SPACES
              ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ELSE
              MOVE WS-RUN-DATE TO WS-DATE-JOUR
           END-IF.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           DISPLAY 'DATE DU RUN : ' WS-DATE-JOUR.

           ACCEPT WS-NOM-AUDITLOG FROM ENVIRONMENT "AUDITLOG"
              ON EXCEPTION
                 MOVE SPACES TO WS-NOM-AUDITLOG
           END-ACCEPT.
           IF WS-NOM-AUDITLOG = SPACES
              MOVE 'AUDITLOG' TO WS-NOM-AUDITLOG
           END-IF.
           MOVE SPACES TO WS-NOM-SEQUENCE.
           STRING WS-NOM-AUDITLOG DELIMITED BY SPACE
                  '_seq'          DELIMITED BY SIZE
                  INTO WS-NOM-SEQUENCE
           END-STRING.

           OPEN OUTPUT FIC-RAPPORT.
           MOVE WS-DATE-JOUR TO WS-RAP-E-DATE.
           MOVE WS-HEURE-JOUR(1:6) TO WS-RAP-E-HEURE.
           MOVE WS-RAP-ENTETE TO FS-ENR-RAPPORT.
           PERFORM 6800-ECRIRE-RAPPORT-DEB
              THRU 6800-ECRIRE-RAPPORT-FIN.

      *    LES ARCHIVES DANS L'ORDRE DU REGISTRE, PUIS LE JOURNAL
      *    VIVANT.
           OPEN INPUT FIC-REGISTRE.
           IF WS-STATUS-REGISTRE = '00'
              PERFORM 1000-LIGNE-REGISTRE-DEB
                 THRU 1000-LIGNE-REGISTRE-FIN
                 UNTIL WS-STATUS-REGISTRE NOT = '00'
              CLOSE FIC-REGISTRE
           ELSE
              DISPLAY 'REGISTRE DES ARCHIVES ABSENT, JOURNAL VIVANT '
                      'SEUL'
           END-IF.
           MOVE WS-NOM-AUDITLOG TO WS-NOM-JOURNAL.
           PERFORM 2000-VERIFIER-MORCEAU-DEB
              THRU 2000-VERIFIER-MORCEAU-FIN.

           PERFORM 6000-CONTROLER-FIN-DEB
              THRU 6000-CONTROLER-FIN-FIN.

           MOVE WS-NB-LIGNES      TO WS-RAP-T-LIGNES.
           MOVE WS-NB-ANTERIEURES TO WS-RAP-T-ANTERIEURES.
           MOVE WS-NB-TROUS       TO WS-RAP-T-TROUS.
           MOVE WS-NB-ALTEREES    TO WS-RAP-T-ALTEREES.
           MOVE WS-NB-RUPTURES    TO WS-RAP-T-RUPTURES.
           IF WS-NB-ANOMALIES > 0
              MOVE 'CHAINE ROMPUE'  TO WS-RAP-T-ETAT
           ELSE
              MOVE 'CHAINE INTEGRE' TO WS-RAP-T-ETAT
           END-IF.
           MOVE WS-RAP-TOTAL TO FS-ENR-RAPPORT.
           PERFORM 6800-ECRIRE-RAPPORT-DEB
              THRU 6800-ECRIRE-RAPPORT-FIN.
           CLOSE FIC-RAPPORT.

           MOVE SPACES TO WS-MSG-AUDIT.
           IF WS-NB-ANOMALIES > 0
              STRING 'CHAINE AUDIT ROMPUE, ANOMALIES '
                     WS-NB-ANOMALIES
                     DELIMITED BY SIZE
                     INTO WS-MSG-AUDIT
              END-STRING
              MOVE 'F' TO WS-LIEN-ERRLOG-IN-SEVERITE
           ELSE
              STRING 'CHAINE AUDIT INTEGRE, LIGNES '
                     WS-NB-LIGNES
                     DELIMITED BY SIZE
                     INTO WS-MSG-AUDIT
              END-STRING
              MOVE 'I' TO WS-LIEN-ERRLOG-IN-SEVERITE
           END-IF.
           PERFORM 6900-JOURNALISER-DEB
              THRU 6900-JOURNALISER-FIN.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-AUDITVER-FIN.
           EXIT.

       1000-LIGNE-REGISTRE-DEB.
           READ FIC-REGISTRE
              AT END
                 MOVE '10' TO WS-STATUS-REGISTRE
           END-READ.
           IF WS-STATUS-REGISTRE = '00'
              AND FS-REG-ARCHIVE NOT = SPACES
              MOVE FS-REG-ARCHIVE TO WS-NOM-JOURNAL
              PERFORM 2000-VERIFIER-MORCEAU-DEB
                 THRU 2000-VERIFIER-MORCEAU-FIN
           END-IF.
       1000-LIGNE-REGISTRE-FIN.
           EXIT.

      * UN MORCEAU DU JOURNAL : CHAQUE LIGNE EST CONTROLEE
      * CONTRE LA DERNIERE LIGNE VERIFIEE, MEME SI ELLE ETAIT
      * DANS LE MORCEAU PRECEDENT.
       2000-VERIFIER-MORCEAU-DEB.
           ADD 1 TO WS-NB-MORCEAUX.
           MOVE 0   TO WS-NUM-LIGNE.
           MOVE 0   TO WS-PREMIERE-SEQ.
           MOVE 'O' TO WS-EN-RECOUVREMENT.
           OPEN INPUT FIC-JOURNAL.
           IF WS-STATUS-JOURNAL NOT = '00'
              MOVE 'ARCHIVE ABSENTE' TO WS-TYPE-ANOMALIE
              MOVE SPACES TO WS-DETAIL-ANOMALIE
              STRING 'STATUT ' WS-STATUS-JOURNAL
                     DELIMITED BY SIZE
                     INTO WS-DETAIL-ANOMALIE
              END-STRING
              MOVE SPACES TO FS-ENR-JOURNAL
              PERFORM 3000-ANOMALIE-DEB
                 THRU 3000-ANOMALIE-FIN
              MOVE 'ABSENT' TO WS-ETAT-MORCEAU
           ELSE
              PERFORM 2100-LIGNE-JOURNAL-DEB
                 THRU 2100-LIGNE-JOURNAL-FIN
                 UNTIL WS-STATUS-JOURNAL NOT = '00'
              CLOSE FIC-JOURNAL
              MOVE 'LU' TO WS-ETAT-MORCEAU
           END-IF.
           MOVE WS-NOM-JOURNAL  TO WS-RAP-M-NOM.
           MOVE WS-NUM-LIGNE    TO WS-RAP-M-LIGNES.
           MOVE WS-PREMIERE-SEQ TO WS-RAP-M-PREMIERE.
           MOVE WS-DERNIERE-SEQ TO WS-RAP-M-DERNIERE.
           MOVE WS-ETAT-MORCEAU TO WS-RAP-M-ETAT.
           MOVE WS-RAP-MORCEAU TO FS-ENR-RAPPORT.
           PERFORM 6800-ECRIRE-RAPPORT-DEB
              THRU 6800-ECRIRE-RAPPORT-FIN.
       2000-VERIFIER-MORCEAU-FIN.
           EXIT.

       2100-LIGNE-JOURNAL-DEB.
           MOVE 'O' TO WS-LIGNE-OK.
           MOVE SPACES TO FS-ENR-JOURNAL.
           READ FIC-JOURNAL
              AT END
                 MOVE '10' TO WS-STATUS-JOURNAL
           END-READ.
      *    LIGNE PLUS LONGUE QU'UNE LIGNE D'AUDIT : LUE TRONQUEE,
      *    SON CONTROLE LA DENONCERA.
           IF WS-STATUS-JOURNAL = '04'
              MOVE '00' TO WS-STATUS-JOURNAL
           END-IF.
           IF WS-STATUS-JOURNAL NOT = '00'
              MOVE 'N' TO WS-LIGNE-OK
           END-IF.
           IF WS-LIGNE-OK = 'O'
              ADD 1 TO WS-NUM-LIGNE

      *    LIGNE SANS SEQUENCE : ANTERIEURE AU CHAINAGE TANT QU'IL
      *    N'A PAS COMMENCE, INSEREE ENSUITE.
              IF FS-JRN-SEQUENCE IS NOT NUMERIC
                 OR FS-JRN-CONTROLE IS NOT NUMERIC
                 IF WS-CHAINE-OUVERTE = 'N'
                    ADD 1 TO WS-NB-ANTERIEURES
                 ELSE
                    MOVE 'NON SEQUENCEE' TO WS-TYPE-ANOMALIE
                    MOVE FS-JRN-LIGNE(1:50) TO WS-DETAIL-ANOMALIE
                    PERFORM 3000-ANOMALIE-DEB
                       THRU 3000-ANOMALIE-FIN
                 END-IF
                 MOVE 'N' TO WS-LIGNE-OK
              END-IF
           END-IF.
           IF WS-LIGNE-OK = 'O'
              IF WS-PREMIERE-SEQ = 0
                 MOVE FS-JRN-SEQUENCE TO WS-PREMIERE-SEQ
              END-IF

      *    PREMIERE LIGNE SEQUENCEE : LA CHAINE PART DE ZERO.
              IF WS-CHAINE-OUVERTE = 'N'
                 MOVE 'O' TO WS-CHAINE-OUVERTE
                 MOVE 'N' TO WS-EN-RECOUVREMENT
                 IF FS-JRN-SEQUENCE NOT = 1
                    MOVE 'TROU' TO WS-TYPE-ANOMALIE
                    COMPUTE WS-SEQ-PRECEDENTE = FS-JRN-SEQUENCE - 1
                    MOVE 1 TO WS-SEQ-SUIVANTE
                    PERFORM 2200-DETAIL-TROU-DEB
                       THRU 2200-DETAIL-TROU-FIN
                 ELSE
                    MOVE ZERO TO WS-DERNIER-CONTROLE
                    PERFORM 2300-CONTROLER-LIGNE-DEB
                       THRU 2300-CONTROLER-LIGNE-FIN
                 END-IF
                 PERFORM 2400-AVANCER-CHAINE-DEB
                    THRU 2400-AVANCER-CHAINE-FIN
                 MOVE 'N' TO WS-LIGNE-OK
              END-IF
           END-IF.
           IF WS-LIGNE-OK = 'O'

      *    SEQUENCE DEJA VUE : RECOUVREMENT EN TETE DE MORCEAU,
      *    RECUL AILLEURS.
              IF FS-JRN-SEQUENCE NOT > WS-DERNIERE-SEQ
                 IF WS-EN-RECOUVREMENT = 'O'
                    ADD 1 TO WS-NB-RECOUVERTES
                    IF FS-JRN-SEQUENCE = WS-DERNIERE-SEQ
                       AND FS-JRN-CONTROLE NOT = WS-DERNIER-CONTROLE
                       MOVE 'RECOUVREMENT' TO WS-TYPE-ANOMALIE
                       MOVE 'LIGNE DIFFERENTE DU MORCEAU PRECEDENT'
                         TO WS-DETAIL-ANOMALIE
                       PERFORM 3000-ANOMALIE-DEB
                          THRU 3000-ANOMALIE-FIN
                    END-IF
                 ELSE
                    MOVE 'SEQUENCE EN RECUL' TO WS-TYPE-ANOMALIE
                    MOVE FS-JRN-LIGNE(1:50) TO WS-DETAIL-ANOMALIE
                    PERFORM 3000-ANOMALIE-DEB
                       THRU 3000-ANOMALIE-FIN
                 END-IF
                 MOVE 'N' TO WS-LIGNE-OK
              END-IF
           END-IF.
           IF WS-LIGNE-OK = 'O'

      *    SEQUENCE SUIVANTE ATTENDUE : UN SAUT EST UN TROU (LA
      *    CHAINE Y EST ROMPUE PAR NATURE), SINON LE CONTROLE EST
      *    RECALCULE.
              MOVE 'N' TO WS-EN-RECOUVREMENT
              COMPUTE WS-SEQ-SUIVANTE = WS-DERNIERE-SEQ + 1
              IF FS-JRN-SEQUENCE > WS-SEQ-SUIVANTE
                 MOVE 'TROU' TO WS-TYPE-ANOMALIE
                 COMPUTE WS-SEQ-PRECEDENTE = FS-JRN-SEQUENCE - 1
                 PERFORM 2200-DETAIL-TROU-DEB
                    THRU 2200-DETAIL-TROU-FIN
              ELSE
                 PERFORM 2300-CONTROLER-LIGNE-DEB
                    THRU 2300-CONTROLER-LIGNE-FIN
              END-IF
              PERFORM 2400-AVANCER-CHAINE-DEB
                 THRU 2400-AVANCER-CHAINE-FIN
           END-IF.
       2100-LIGNE-JOURNAL-FIN.
           EXIT.

      * TROU DE WS-SEQ-SUIVANTE A WS-SEQ-PRECEDENTE.
       2200-DETAIL-TROU-DEB.
           COMPUTE WS-NB-MANQUANTES = WS-NB-MANQUANTES
                 + WS-SEQ-PRECEDENTE - WS-SEQ-SUIVANTE + 1.
           MOVE SPACES TO WS-DETAIL-ANOMALIE.
           STRING 'SEQUENCES ' WS-SEQ-SUIVANTE ' A '
                  WS-SEQ-PRECEDENTE ' ABSENTES'
                  DELIMITED BY SIZE
                  INTO WS-DETAIL-ANOMALIE
           END-STRING.
           PERFORM 3000-ANOMALIE-DEB
              THRU 3000-ANOMALIE-FIN.
       2200-DETAIL-TROU-FIN.
           EXIT.

       2300-CONTROLER-LIGNE-DEB.
           MOVE WS-DERNIER-CONTROLE  TO WS-CONTROLE.
           MOVE FS-JRN-TEXTE-SCELLE  TO WS-TEXTE-SCELLE.
           PERFORM 7000-CALCULER-CONTROLE-DEB
              THRU 7000-CALCULER-CONTROLE-FIN.
           IF WS-CONTROLE NOT = FS-JRN-CONTROLE
              MOVE 'LIGNE ALTEREE' TO WS-TYPE-ANOMALIE
              MOVE FS-JRN-LIGNE(1:50) TO WS-DETAIL-ANOMALIE
              PERFORM 3000-ANOMALIE-DEB
                 THRU 3000-ANOMALIE-FIN
           END-IF.
       2300-CONTROLER-LIGNE-FIN.
           EXIT.

      * LA CHAINE REPART DU CONTROLE ECRIT SUR LA LIGNE, POUR
      * QU'UNE SEULE LIGNE MODIFIEE NE SIGNALE PAS TOUTE LA SUITE.
       2400-AVANCER-CHAINE-DEB.
           ADD 1 TO WS-NB-LIGNES.
           MOVE FS-JRN-SEQUENCE TO WS-DERNIERE-SEQ.
           MOVE FS-JRN-CONTROLE TO WS-DERNIER-CONTROLE.
       2400-AVANCER-CHAINE-FIN.
           EXIT.

      * ECRITURE D'UNE ANOMALIE SUR LA LIGNE EN COURS DU MORCEAU
      * EN COURS, COMPTEE SELON SON TYPE.
       3000-ANOMALIE-DEB.
           ADD 1 TO WS-NB-ANOMALIES.
           EVALUATE WS-TYPE-ANOMALIE
              WHEN 'TROU'
              WHEN 'FIN TRONQUEE'
                 ADD 1 TO WS-NB-TROUS
              WHEN 'LIGNE ALTEREE'
              WHEN 'NON SEQUENCEE'
                 ADD 1 TO WS-NB-ALTEREES
              WHEN OTHER
                 ADD 1 TO WS-NB-RUPTURES
           END-EVALUATE.
           MOVE WS-TYPE-ANOMALIE   TO WS-RAP-A-TYPE.
           MOVE WS-NOM-JOURNAL     TO WS-RAP-A-NOM.
           MOVE WS-NUM-LIGNE       TO WS-RAP-A-NUMERO.
           MOVE FS-JRN-SEQUENCE    TO WS-RAP-A-SEQ.
           MOVE WS-DETAIL-ANOMALIE TO WS-RAP-A-DETAIL.
           MOVE WS-RAP-ANOMALIE TO FS-ENR-RAPPORT.
           PERFORM 6800-ECRIRE-RAPPORT-DEB
              THRU 6800-ECRIRE-RAPPORT-FIN.
       3000-ANOMALIE-FIN.
           EXIT.

      * LA DERNIERE SEQUENCE NOTEE PAR ERRLOG DOIT ETRE LA
      * DERNIERE LUE : AU-DELA, DES LIGNES DE FIN ONT DISPARU.
       6000-CONTROLER-FIN-DEB.
           OPEN INPUT FIC-SEQUENCE.
           IF WS-STATUS-SEQUENCE = '00'
              READ FIC-SEQUENCE
                 AT END
                    MOVE '10' TO WS-STATUS-SEQUENCE
              END-READ
              CLOSE FIC-SEQUENCE
              IF WS-STATUS-SEQUENCE = '00'
                 AND FS-SEQ-NUMERO IS NUMERIC
                 AND FS-SEQ-NUMERO NOT = WS-DERNIERE-SEQ
                 MOVE WS-NOM-SEQUENCE TO WS-NOM-JOURNAL
                 MOVE 0 TO WS-NUM-LIGNE
                 MOVE SPACES TO FS-ENR-JOURNAL
                 MOVE FS-SEQ-NUMERO TO FS-JRN-SEQUENCE
                 IF FS-SEQ-NUMERO > WS-DERNIERE-SEQ
                    MOVE 'FIN TRONQUEE' TO WS-TYPE-ANOMALIE
                    COMPUTE WS-SEQ-SUIVANTE = WS-DERNIERE-SEQ + 1
                    MOVE FS-SEQ-NUMERO TO WS-SEQ-PRECEDENTE
                    PERFORM 2200-DETAIL-TROU-DEB
                       THRU 2200-DETAIL-TROU-FIN
                 ELSE
                    MOVE 'SEQUENCE NOTEE' TO WS-TYPE-ANOMALIE
                    MOVE 'EN RETARD SUR LE JOURNAL'
                      TO WS-DETAIL-ANOMALIE
                    PERFORM 3000-ANOMALIE-DEB
                       THRU 3000-ANOMALIE-FIN
                 END-IF
              END-IF
           END-IF.
       6000-CONTROLER-FIN-FIN.
           EXIT.

      * LE RAPPORT EST AUSSI AFFICHE AU COMPTE-RENDU.
       6800-ECRIRE-RAPPORT-DEB.
           WRITE FS-ENR-RAPPORT.
           DISPLAY FS-ENR-RAPPORT.
       6800-ECRIRE-RAPPORT-FIN.
           EXIT.

      * TRACE DANS FAUDITLOG, SEVERITE POSEE PAR L'APPELANT.
       6900-JOURNALISER-DEB.
           MOVE WS-PROGRAM-ID TO WS-LIEN-ERRLOG-IN-PROGRAMME.
           MOVE 'M'           TO WS-LIEN-ERRLOG-IN-TYPE.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-CODE-FICH.
           MOVE ZERO          TO WS-LIEN-ERRLOG-IN-CODE-SQL.
           MOVE SPACES        TO WS-LIEN-ERRLOG-IN-OPERATEUR.
           MOVE WS-MSG-AUDIT  TO WS-LIEN-ERRLOG-OU-MESSAGE.
           CALL WS-SOUS-PROG-ERRLOG USING WS-LIEN-ERRLOG.
       6900-JOURNALISER-FIN.
           EXIT.

      * VALEUR DE CONTROLE D'ERRLOG : EN PARTANT DU CONTROLE DE
      * LA LIGNE PRECEDENTE, C = (C * 31 + RANG DU CARACTERE)
      * MODULO 999999937 SUR LES 100 COLONNES DU TEXTE SCELLE.
       7000-CALCULER-CONTROLE-DEB.
           PERFORM 7010-CUMULER-CARACTERE-DEB
              THRU 7010-CUMULER-CARACTERE-FIN
              VARYING WS-IND-CAR FROM 1 BY 1
              UNTIL WS-IND-CAR > 100.
       7000-CALCULER-CONTROLE-FIN.
           EXIT.

       7010-CUMULER-CARACTERE-DEB.
           COMPUTE WS-CALCUL = WS-CONTROLE * 31
                 + FUNCTION ORD(WS-TEXTE-SCELLE(WS-IND-CAR:1)).
           DIVIDE WS-CALCUL BY WS-MODULE-CONTROLE
              GIVING WS-QUOTIENT REMAINDER WS-CONTROLE.
       7010-CUMULER-CARACTERE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'VERIFICATION DU JOURNAL D''AUDIT'.
           DISPLAY '***************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'MORCEAUX LUS              : ' WS-NB-MORCEAUX.
           DISPLAY 'LIGNES SEQUENCEES         : ' WS-NB-LIGNES.
           DISPLAY 'LIGNES ANTERIEURES        : ' WS-NB-ANTERIEURES.
           DISPLAY 'LIGNES EN RECOUVREMENT    : ' WS-NB-RECOUVERTES.
           DISPLAY 'TROUS                     : ' WS-NB-TROUS.
           DISPLAY 'SEQUENCES MANQUANTES      : ' WS-NB-MANQUANTES.
           DISPLAY 'LIGNES ALTEREES           : ' WS-NB-ALTEREES.
           DISPLAY 'AUTRES RUPTURES           : ' WS-NB-RUPTURES.
           MOVE WS-PROGRAM-ID TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'LIGNES AUDIT VERIF'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-LIGNES     TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'ANOMALIES AUDIT'     TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-ANOMALIES  TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '*********************************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID    .
           DISPLAY '*********************************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM AUDITVER.
