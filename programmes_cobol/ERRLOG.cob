      *
      *     MEME CONVENTION D'APPEL (ZONE DE LIEN LS-LIEN) QUE
      *     S1DAT1, DEJA UTILISEE PAR C1PAL1/C1PAL2.
      *
      *     FAUDITLOG EST LA PREUVE DONNEE AUX AUDITEURS : CHAQUE
      *     LIGNE PORTE EN COLONNES 92-100 UN NUMERO DE SEQUENCE
      *     CONTINU ET EN COLONNES 102-110 UNE VALEUR DE CONTROLE
      *     CALCULEE SUR LES 100 PREMIERES COLONNES ET CHAINEE A
      *     CELLE DE LA LIGNE PRECEDENTE. UNE LIGNE MODIFIEE,
      *     SUPPRIMEE OU INSEREE A LA MAIN ROMPT LA CHAINE, CE
      *     QUE AUDITVER VERIFIE CHAQUE NUIT SUR LE JOURNAL ET SES
      *     ARCHIVES. LA DERNIERE SEQUENCE ET SON CONTROLE SONT
      *     GARDES DANS <JOURNAL>_SEQ A COTE DU JOURNAL ; S'IL
      *     MANQUE, ILS SONT REPRIS SUR LA DERNIERE LIGNE
      *     SEQUENCEE DU JOURNAL (SEQUENCE 1 SUR UN JOURNAL NEUF).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT FALERTES ASSIGN TO ALERTES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ALERTES.
      *    DERNIERE SEQUENCE ECRITE DANS LE JOURNAL ET SA VALEUR
      *    DE CONTROLE, NOM CONSTRUIT SUR CELUI DU JOURNAL.
           SELECT FAUDITSEQ ASSIGN TO DYNAMIC WS-NOM-SEQUENCE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SEQUENCE.

       DATA DIVISION.
       FILE SECTION.
       FD FAUDITLOG.
       01 FS-ENREG-AUDITLOG.
          05 FS-AUD-TEXTE-SCELLE.
             10 FS-AUD-LIGNE     PIC X(90).
             10 FILLER           PIC X(1).
             10 FS-AUD-SEQUENCE  PIC 9(9).
          05 FILLER              PIC X(1).
          05 FS-AUD-CONTROLE     PIC 9(9).
       FD FALERTES.
       01 FS-ENREG-ALERTE PIC X(110).
       FD FAUDITSEQ.
       01 FS-ENREG-SEQUENCE.
          05 FS-SEQ-NUMERO       PIC 9(9).
          05 FILLER              PIC X(1).
          05 FS-SEQ-CONTROLE     PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-FS-AUDITLOG      PIC XX.
       01 WS-FS-ALERTES       PIC XX.
       01 WS-FS-SEQUENCE      PIC XX.
       01 WS-NOM-AUDITLOG     PIC X(60).
       01 WS-NOM-SEQUENCE     PIC X(64).
      * CHAINAGE DU JOURNAL : SEQUENCE ET CONTROLE DE LA DERNIERE
      * LIGNE, TEXTE SCELLE DE LA LIGNE EN COURS.
       01 WS-SEQUENCE         PIC 9(9).
       01 WS-CONTROLE         PIC 9(9).
       01 WS-SEQ-CONNUE       PIC X.
       01 WS-TEXTE-SCELLE     PIC X(100).
       01 WS-CALCUL           PIC 9(11).
       01 WS-QUOTIENT         PIC 9(11).
       01 WS-MODULE-CONTROLE  PIC 9(9) VALUE 999999937.
       01 WS-IND-CAR          PIC 9(3).
      * GRAVITE NORMALISEE DE L'EVENEMENT : UNE GRAVITE ABSENTE
      * OU INCONNUE DANS LA ZONE DE LIEN EST RAMENEE A 'E'
      * (ERREUR), SAUF POUR LES MESSAGES APPLICATIFS 'M' QUI
      * Le fichier est ouvert en EXTEND pour accumuler l'historique ;
      * s'il n'existe pas encore, on bascule en creation.
       9000-JOURNALISER-DEB.
           PERFORM 9100-SEQUENCE-PRECEDENTE-DEB
              THRU 9100-SEQUENCE-PRECEDENTE-FIN.
           OPEN EXTEND FAUDITLOG.
           IF WS-FS-AUDITLOG NOT = '00'
              OPEN OUTPUT FAUDITLOG
                        ' CODE=' LS-LIEN-IN-CODE-FICH
                        ' ' LS-LIEN-OU-MESSAGE
                        DELIMITED BY SIZE
                        INTO FS-AUD-LIGNE
                 END-STRING
              WHEN LS-TYPE-MESSAGE
                 STRING WS-HORO-DATE ' ' WS-HORO-HEURE
                        ' ' LS-LIEN-IN-OPERATEUR
                        ' ' LS-LIEN-OU-MESSAGE
                        DELIMITED BY SIZE
                        INTO FS-AUD-LIGNE
                 END-STRING
              WHEN OTHER
                 STRING WS-HORO-DATE ' ' WS-HORO-HEURE
                        ' CODE=' LS-LIEN-IN-CODE-SQL
                        ' ' LS-LIEN-OU-MESSAGE
                        DELIMITED BY SIZE
                        INTO FS-AUD-LIGNE
                 END-STRING
           END-EVALUATE.
           ADD 1 TO WS-SEQUENCE.
           MOVE WS-SEQUENCE TO FS-AUD-SEQUENCE.
           MOVE FS-AUD-TEXTE-SCELLE TO WS-TEXTE-SCELLE.
           PERFORM 9200-CALCULER-CONTROLE-DEB
              THRU 9200-CALCULER-CONTROLE-FIN.
           MOVE WS-CONTROLE TO FS-AUD-CONTROLE.
           WRITE FS-ENREG-AUDITLOG.
           IF WS-FS-AUDITLOG = '00'
              PERFORM 9300-NOTER-SEQUENCE-DEB
                 THRU 9300-NOTER-SEQUENCE-FIN
           END-IF.
           CLOSE FAUDITLOG.
      * LES EVENEMENTS D'AVERTISSEMENT ET AU-DELA SONT DUPLIQUES
      * DANS LE FIL D'ALERTES EXPLOITATION (MEME LIGNE), QUE LA
       9000-JOURNALISER-FIN.
           EXIT.

      * SEQUENCE ET CONTROLE DE LA DERNIERE LIGNE ECRITE : LUS
      * DANS <JOURNAL>_SEQ, A DEFAUT REPRIS SUR LE JOURNAL, A
      * DEFAUT ZERO (LA PREMIERE LIGNE PORTERA LA SEQUENCE 1).
       9100-SEQUENCE-PRECEDENTE-DEB.
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
           MOVE ZERO TO WS-SEQUENCE.
           MOVE ZERO TO WS-CONTROLE.
           MOVE 'N'  TO WS-SEQ-CONNUE.
           OPEN INPUT FAUDITSEQ.
           IF WS-FS-SEQUENCE = '00'
              READ FAUDITSEQ
                 AT END
                    MOVE '10' TO WS-FS-SEQUENCE
              END-READ
              IF WS-FS-SEQUENCE = '00'
                 AND FS-SEQ-NUMERO IS NUMERIC
                 AND FS-SEQ-CONTROLE IS NUMERIC
                 MOVE FS-SEQ-NUMERO   TO WS-SEQUENCE
                 MOVE FS-SEQ-CONTROLE TO WS-CONTROLE
                 MOVE 'O' TO WS-SEQ-CONNUE
              END-IF
              CLOSE FAUDITSEQ
           END-IF.
           IF WS-SEQ-CONNUE = 'N'
              OPEN INPUT FAUDITLOG
              IF WS-FS-AUDITLOG = '00'
                 PERFORM 9110-REPRENDRE-LIGNE-DEB
                    THRU 9110-REPRENDRE-LIGNE-FIN
                    UNTIL WS-FS-AUDITLOG NOT = '00'
                 CLOSE FAUDITLOG
              END-IF
           END-IF.
       9100-SEQUENCE-PRECEDENTE-FIN.
           EXIT.

      * LES LIGNES ANTERIEURES AU CHAINAGE (SANS SEQUENCE) SONT
      * IGNOREES.
       9110-REPRENDRE-LIGNE-DEB.
           READ FAUDITLOG
              AT END
                 MOVE '10' TO WS-FS-AUDITLOG
           END-READ.
           IF WS-FS-AUDITLOG = '00'
              AND FS-AUD-SEQUENCE IS NUMERIC
              AND FS-AUD-CONTROLE IS NUMERIC
              MOVE FS-AUD-SEQUENCE TO WS-SEQUENCE
              MOVE FS-AUD-CONTROLE TO WS-CONTROLE
           END-IF.
       9110-REPRENDRE-LIGNE-FIN.
           EXIT.

      * VALEUR DE CONTROLE : EN PARTANT DU CONTROLE DE LA LIGNE
      * PRECEDENTE, CHAQUE CARACTERE DU TEXTE SCELLE (LIGNE ET
      * SEQUENCE) EST CUMULE PAR C = (C * 31 + RANG DU
      * CARACTERE) MODULO 999999937. LE MEME CALCUL EST REFAIT
      * PAR AUDITVER : LES DEUX DOIVENT RESTER IDENTIQUES.
       9200-CALCULER-CONTROLE-DEB.
           PERFORM 9210-CUMULER-CARACTERE-DEB
              THRU 9210-CUMULER-CARACTERE-FIN
              VARYING WS-IND-CAR FROM 1 BY 1
              UNTIL WS-IND-CAR > 100.
       9200-CALCULER-CONTROLE-FIN.
           EXIT.

       9210-CUMULER-CARACTERE-DEB.
           COMPUTE WS-CALCUL = WS-CONTROLE * 31
                 + FUNCTION ORD(WS-TEXTE-SCELLE(WS-IND-CAR:1)).
           DIVIDE WS-CALCUL BY WS-MODULE-CONTROLE
              GIVING WS-QUOTIENT REMAINDER WS-CONTROLE.
       9210-CUMULER-CARACTERE-FIN.
           EXIT.

       9300-NOTER-SEQUENCE-DEB.
           OPEN OUTPUT FAUDITSEQ.
           IF WS-FS-SEQUENCE = '00'
              MOVE SPACES      TO FS-ENREG-SEQUENCE
              MOVE WS-SEQUENCE TO FS-SEQ-NUMERO
              MOVE WS-CONTROLE TO FS-SEQ-CONTROLE
              WRITE FS-ENREG-SEQUENCE
              CLOSE FAUDITSEQ
           END-IF.
       9300-NOTER-SEQUENCE-FIN.
           EXIT.

       END PROGRAM ERRLOG.
