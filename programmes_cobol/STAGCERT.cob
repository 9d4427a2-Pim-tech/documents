       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAGCERT.

      *********************************************************
      *     EVALUATION DE FIN DE STAGE ET REGISTRE DES
      *     CERTIFICATS.
      *
      *     STAGMAITRE.TXT DIT QUAND UN STAGIAIRE TERMINE
      *     (FS-STG-FIN) ET QUELLE SESSION IL A SUIVIE,
      *     STAGPOINTAGE.TXT SON ASSIDUITE (VOIR STAGPRES), MAIS
      *     RIEN NE DECIDAIT S'IL ETAIT RECU. CE PROGRAMME
      *     EXAMINE CHAQUE STAGIAIRE DONT LE STAGE EST TERMINE A
      *     LA DATE DU TRAITEMENT (RUNDATE, A DEFAUT LA DATE DU
      *     JOUR) ET QUI N'A PAS ENCORE DE CERTIFICAT, ET LUI
      *     APPLIQUE LES REGLES DU COURS DE SA SESSION :
      *       - TAUX D'ASSIDUITE MINIMUM : JOURS POINTES 'P' SUR
      *         JOURS POINTES 'P' OU 'A' DANS LA PERIODE DE STAGE
      *         (LES ABSENCES EXCUSEES 'E' NE COMPTENT PAS),
      *       - MOYENNE MINIMUM DES NOTES DE MODULE (SUR 20),
      *       - AUCUN MODULE SOUS SON PLANCHER ; UN MODULE A
      *         PLANCHER SANS NOTE EST UN ECHEC.
      *
      *     LES NOTES VIENNENT DU FICHIER DES EVALUATIONS
      *     STAGEVALS.TXT (SESSION, STAGIAIRE, MODULE, NOTE,
      *     EXAMINATEUR) ; POUR UN MEME MODULE, LA DERNIERE NOTE
      *     SAISIE FAIT FOI (RATTRAPAGE). LES REGLES SONT DANS
      *     STAGREGLES.TXT, PAR LIBELLE DE COURS DU CATALOGUE
      *     DES SESSIONS : UNE LIGNE 'C' (TAUX MINIMUM, MOYENNE
      *     MINIMUM) ET UNE LIGNE 'M' PAR MODULE A PLANCHER.
      *
      *     LES RECUS RECOIVENT UN CERTIFICAT NUMEROTE, AJOUTE AU
      *     REGISTRE STAGCERTIF.TXT QUE LES FINANCEURS DEMANDENT
      *     A CHAQUE AUDIT ; LA NUMEROTATION REPREND APRES LE
      *     PLUS GRAND NUMERO DU REGISTRE, ET UN STAGIAIRE DEJA
      *     CERTIFIE POUR SA SESSION N'EST PLUS EXAMINE. LES
      *     AJOURNES SONT LISTES AVEC LEURS MOTIFS ET SERONT
      *     REEXAMINES AU PASSAGE SUIVANT (APRES RATTRAPAGE).
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-SESSIONS
              ASSIGN TO "./files/stagsessions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SESSIONS.
           SELECT FIC-REGLES
              ASSIGN TO "./files/stagregles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REGLES.
           SELECT FIC-MAITRE
              ASSIGN TO "./files/stagmaitre.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MAITRE.
           SELECT FIC-POINTAGE
              ASSIGN TO "./files/stagpointage.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-POINTAGE.
           SELECT FIC-EVALUATIONS
              ASSIGN TO "./files/stagevals.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EVALS.
           SELECT FIC-CERTIFICATS
              ASSIGN TO "./files/stagcertif.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CERTIF.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-SESSIONS RECORDING MODE IS F.
       01  FS-ENR-SESSION.
           05 FS-SES-ID       PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-SES-LIBELLE  PIC X(20).
           05 FILLER PIC X(1).
           05 FS-SES-DEBUT    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SES-FIN      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-SES-SALLE    PIC X(8).
           05 FILLER PIC X(1).
           05 FS-SES-CAPACITE PIC 9(3).

      * REGLES DE VALIDATION PAR COURS : 'C' = REGLES DU COURS
      * (TAUX D'ASSIDUITE MINIMUM EN %, MOYENNE MINIMUM SUR 20),
      * 'M' = PLANCHER D'UN MODULE DU COURS.
       FD FIC-REGLES RECORDING MODE IS F.
       01  FS-ENR-REGLE.
           05 FS-RGL-TYPE     PIC X(1).
           05 FILLER PIC X(1).
           05 FS-RGL-COURS    PIC X(20).
           05 FILLER PIC X(1).
           05 FS-RGL-DETAIL   PIC X(15).
           05 FS-RGL-DETAIL-C REDEFINES FS-RGL-DETAIL.
               10 FS-RGL-TAUX-MIN  PIC 9(3).
               10 FILLER PIC X(1).
               10 FS-RGL-MOY-MIN   PIC 99V99.
               10 FILLER PIC X(7).
           05 FS-RGL-DETAIL-M REDEFINES FS-RGL-DETAIL.
               10 FS-RGL-MODULE    PIC X(10).
               10 FILLER PIC X(1).
               10 FS-RGL-PLANCHER  PIC 99V99.

       FD FIC-MAITRE RECORDING MODE IS F.
       01  FS-ENR-MAITRE.
           05 FS-STG-ID      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-STG-NOM     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-STG-SOCIETE PIC X(15).
           05 FILLER PIC X(1).
           05 FS-STG-DEBUT   PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-STG-FIN     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-STG-SESSION PIC 9(4).

       FD FIC-POINTAGE RECORDING MODE IS F.
       01  FS-ENR-POINTAGE.
           05 FS-PTG-ID    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-PTG-DATE  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-PTG-ETAT  PIC X(1).

      * UNE NOTE DE MODULE (SUR 20) PAR LIGNE, AVEC L'EXAMINATEUR.
       FD FIC-EVALUATIONS RECORDING MODE IS F.
       01  FS-ENR-EVAL.
           05 FS-EVA-SESSION     PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-EVA-ID          PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-EVA-MODULE      PIC X(10).
           05 FILLER PIC X(1).
           05 FS-EVA-NOTE        PIC 99V99.
           05 FILLER PIC X(1).
           05 FS-EVA-EXAMINATEUR PIC X(20).

      * REGISTRE DES CERTIFICATS EMIS (AJOUT SEULEMENT).
       FD FIC-CERTIFICATS RECORDING MODE IS F.
       01  FS-ENR-CERTIF.
           05 FS-CER-NUMERO  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-CER-DATE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-CER-ID      PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-CER-NOM     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-CER-SOCIETE PIC X(15).
           05 FILLER PIC X(1).
           05 FS-CER-SESSION PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-CER-COURS   PIC X(20).
           05 FILLER PIC X(1).
           05 FS-CER-TAUX    PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-CER-MOYENNE PIC 99V99.

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'STAGCERT'.
       01  WS-STATUS-SESSIONS PIC XX.
       01  WS-STATUS-REGLES   PIC XX.
       01  WS-STATUS-MAITRE   PIC XX.
       01  WS-STATUS-POINTAGE PIC XX.
       01  WS-STATUS-EVALS    PIC XX.
       01  WS-STATUS-CERTIF   PIC XX.

       01  WS-DATE-REF   PIC X(8).
       01  WS-DATE-REF-N REDEFINES WS-DATE-REF PIC 9(8).

       01  WS-SESSIONS.
           05 WS-NB-SESSIONS PIC 9(3) VALUE 0.
           05 WS-SES OCCURS 50 TIMES.
               10 WS-SES-ID       PIC 9(4).
               10 WS-SES-LIBELLE  PIC X(20).
       01  WS-IND-SES        PIC 9(3).
       01  WS-IND-SES-TROUVE PIC 9(3).

      * REGLES DES COURS ET PLANCHERS DES MODULES.
       01  WS-COURS.
           05 WS-NB-COURS PIC 99 VALUE 0.
           05 WS-CRS OCCURS 30 TIMES.
               10 WS-CRS-LIBELLE  PIC X(20).
               10 WS-CRS-TAUX-MIN PIC 9(3).
               10 WS-CRS-MOY-MIN  PIC 99V99.
       01  WS-IND-CRS        PIC 99.
       01  WS-IND-CRS-TROUVE PIC 99.
       01  WS-PLANCHERS.
           05 WS-NB-PLANCHERS PIC 9(3) VALUE 0.
           05 WS-PLA OCCURS 200 TIMES.
               10 WS-PLA-COURS    PIC X(20).
               10 WS-PLA-MODULE   PIC X(10).
               10 WS-PLA-PLANCHER PIC 99V99.
       01  WS-IND-PLA        PIC 9(3).

      * REGISTRE DES STAGIAIRES AVEC L'ASSIDUITE DE TOUTE LEUR
      * PERIODE DE STAGE ET UN TEMOIN DE CERTIFICAT DEJA EMIS.
       01  WS-REGISTRE.
           05 WS-NB-STAG PIC 9(3) VALUE 0.
           05 WS-STG OCCURS 200 TIMES.
               10 WS-STG-ID       PIC 9(5).
               10 WS-STG-NOM      PIC X(20).
               10 WS-STG-SOCIETE  PIC X(15).
               10 WS-STG-DEBUT    PIC 9(8).
               10 WS-STG-FIN      PIC 9(8).
               10 WS-STG-SESSION  PIC 9(4).
               10 WS-STG-PRESENTS PIC 9(3).
               10 WS-STG-ABSENTS  PIC 9(3).
               10 WS-STG-CERTIFIE PIC X.
       01  WS-IND-STG    PIC 9(3).
       01  WS-IND-TROUVE PIC 9(3).

      * TOUTES LES NOTES, PUIS LES NOTES RETENUES DU STAGIAIRE
      * EXAMINE (UNE PAR MODULE, LA DERNIERE SAISIE).
       01  WS-EVALUATIONS.
           05 WS-NB-EVALS PIC 9(4) VALUE 0.
           05 WS-EVA OCCURS 2000 TIMES.
               10 WS-EVA-SESSION     PIC 9(4).
               10 WS-EVA-ID          PIC 9(5).
               10 WS-EVA-MODULE      PIC X(10).
               10 WS-EVA-NOTE        PIC 99V99.
               10 WS-EVA-EXAMINATEUR PIC X(20).
       01  WS-IND-EVA    PIC 9(4).
       01  WS-NOTES.
           05 WS-NB-NOTES PIC 99.
           05 WS-NOT OCCURS 20 TIMES.
               10 WS-NOT-MODULE      PIC X(10).
               10 WS-NOT-NOTE        PIC 99V99.
               10 WS-NOT-EXAMINATEUR PIC X(20).
       01  WS-IND-NOT        PIC 99.
       01  WS-IND-NOT-TROUVE PIC 99.

      * RESULTAT DE L'EXAMEN DU STAGIAIRE COURANT.
       01  WS-TAUX           PIC 9(3).
       01  WS-JOURS-COMPTES  PIC 9(4).
       01  WS-SOMME-NOTES    PIC 9(5)V99.
       01  WS-MOYENNE        PIC 99V99.
       01  WS-MOTIFS.
           05 WS-NB-MOTIFS PIC 99.
           05 WS-MOTIF PIC X(60) OCCURS 10 TIMES.
       01  WS-IND-MOTIF      PIC 99.
       01  WS-LIGNE-MOTIF    PIC X(60).
       01  WS-NOTE-ED        PIC Z9.99.
       01  WS-SEUIL-ED       PIC Z9.99.
       01  WS-DERNIER-NUMERO PIC 9(6) VALUE 0.

       01  WS-COMPTEURS.
           05 WS-NB-EXAMINES     PIC 9(3) VALUE 0.
           05 WS-NB-CERTIFIES    PIC 9(3) VALUE 0.
           05 WS-NB-AJOURNES     PIC 9(3) VALUE 0.
           05 WS-NB-DEJA         PIC 9(3) VALUE 0.
           05 WS-NB-EVALS-REJ    PIC 9(4) VALUE 0.

      * DEPOT DU BILAN DANS LE RECAPITULATIF PARTAGE, MEME
      * CONVENTION D'APPEL QUE ERRLOG (ZONE DE LIEN).
       01  WS-SOUS-PROG-RECAPJR PIC X(8) VALUE 'RECAPJR'.
       01  WS-LIEN-RECAPJR.
           05 WS-LIEN-RECAPJR-IN.
               10 WS-LIEN-RECAPJR-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-RECAPJR-IN-LIBELLE   PIC X(20).
               10 WS-LIEN-RECAPJR-IN-VALEUR    PIC S9(7) COMP-3.
           05 WS-LIEN-RECAPJR-OU.
               10 WS-LIEN-RECAPJR-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-STAGCERT-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'STAGES TERMINES AU : ' WS-DATE-REF.
           PERFORM 1000-CHARGER-SESSIONS-DEB
              THRU 1000-CHARGER-SESSIONS-FIN.
           PERFORM 1100-CHARGER-REGLES-DEB
              THRU 1100-CHARGER-REGLES-FIN.
           PERFORM 1200-CHARGER-MAITRE-DEB
              THRU 1200-CHARGER-MAITRE-FIN.
           PERFORM 1300-CUMULER-POINTAGE-DEB
              THRU 1300-CUMULER-POINTAGE-FIN.
           PERFORM 1400-CHARGER-EVALS-DEB
              THRU 1400-CHARGER-EVALS-FIN.
           PERFORM 1500-LIRE-REGISTRE-DEB
              THRU 1500-LIRE-REGISTRE-FIN.
           PERFORM 2000-EXAMINER-DEB
              THRU 2000-EXAMINER-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-STAGCERT-FIN.
           EXIT.

       1000-CHARGER-SESSIONS-DEB.
           OPEN INPUT FIC-SESSIONS.
           IF WS-STATUS-SESSIONS NOT = '00'
              DISPLAY 'CATALOGUE DES SESSIONS INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-CHARGER-SESSION-DEB
              THRU 1010-CHARGER-SESSION-FIN
              UNTIL WS-STATUS-SESSIONS NOT = '00'.
           CLOSE FIC-SESSIONS.
       1000-CHARGER-SESSIONS-FIN.
           EXIT.

       1010-CHARGER-SESSION-DEB.
           READ FIC-SESSIONS
              AT END
                 MOVE '10' TO WS-STATUS-SESSIONS
           END-READ.
           IF WS-STATUS-SESSIONS = '00'
              IF WS-NB-SESSIONS < 50
                 ADD 1 TO WS-NB-SESSIONS
                 MOVE FS-SES-ID      TO WS-SES-ID(WS-NB-SESSIONS)
                 MOVE FS-SES-LIBELLE
                   TO WS-SES-LIBELLE(WS-NB-SESSIONS)
              ELSE
                 DISPLAY 'CATALOGUE PLEIN (50), SESSION IGNOREE : '
                         FS-SES-ID
              END-IF
           END-IF.
       1010-CHARGER-SESSION-FIN.
           EXIT.

      * SANS FICHIER DE REGLES, AUCUN COURS N'EST VALIDABLE :
      * LES STAGIAIRES SONT AJOURNES AVEC LE MOTIF, PAS CERTIFIES
      * PAR DEFAUT.
       1100-CHARGER-REGLES-DEB.
           OPEN INPUT FIC-REGLES.
           IF WS-STATUS-REGLES NOT = '00'
              DISPLAY 'FICHIER DES REGLES DE VALIDATION ABSENT'
           ELSE
              PERFORM 1110-CHARGER-REGLE-DEB
                 THRU 1110-CHARGER-REGLE-FIN
                 UNTIL WS-STATUS-REGLES NOT = '00'
              CLOSE FIC-REGLES
              DISPLAY WS-NB-COURS ' COURS ET ' WS-NB-PLANCHERS
                      ' PLANCHER(S) DE MODULE AUX REGLES'
           END-IF.
       1100-CHARGER-REGLES-FIN.
           EXIT.

       1110-CHARGER-REGLE-DEB.
           READ FIC-REGLES
              AT END
                 MOVE '10' TO WS-STATUS-REGLES
           END-READ.
           IF WS-STATUS-REGLES = '00'
              EVALUATE TRUE
                 WHEN FS-RGL-TYPE = 'C' AND WS-NB-COURS < 30
                    ADD 1 TO WS-NB-COURS
                    MOVE FS-RGL-COURS    TO WS-CRS-LIBELLE(WS-NB-COURS)
                    MOVE FS-RGL-TAUX-MIN TO WS-CRS-TAUX-MIN(WS-NB-COURS)
                    MOVE FS-RGL-MOY-MIN  TO WS-CRS-MOY-MIN(WS-NB-COURS)
                 WHEN FS-RGL-TYPE = 'M' AND WS-NB-PLANCHERS < 200
                    ADD 1 TO WS-NB-PLANCHERS
                    MOVE FS-RGL-COURS
                      TO WS-PLA-COURS(WS-NB-PLANCHERS)
                    MOVE FS-RGL-MODULE
                      TO WS-PLA-MODULE(WS-NB-PLANCHERS)
                    MOVE FS-RGL-PLANCHER
                      TO WS-PLA-PLANCHER(WS-NB-PLANCHERS)
                 WHEN OTHER
                    DISPLAY 'REGLE IGNOREE (TYPE INCONNU OU TABLE '
                            'PLEINE) : ' FS-RGL-TYPE ' ' FS-RGL-COURS
              END-EVALUATE
           END-IF.
       1110-CHARGER-REGLE-FIN.
           EXIT.

       1200-CHARGER-MAITRE-DEB.
           OPEN INPUT FIC-MAITRE.
           IF WS-STATUS-MAITRE NOT = '00'
              DISPLAY 'REGISTRE DES STAGIAIRES INTROUVABLE'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1210-CHARGER-STAGIAIRE-DEB
              THRU 1210-CHARGER-STAGIAIRE-FIN
              UNTIL WS-STATUS-MAITRE NOT = '00'.
           CLOSE FIC-MAITRE.
           DISPLAY WS-NB-STAG ' STAGIAIRE(S) AU REGISTRE'.
       1200-CHARGER-MAITRE-FIN.
           EXIT.

       1210-CHARGER-STAGIAIRE-DEB.
           READ FIC-MAITRE
              AT END
                 MOVE '10' TO WS-STATUS-MAITRE
           END-READ.
           IF WS-STATUS-MAITRE = '00'
              IF WS-NB-STAG < 200
                 ADD 1 TO WS-NB-STAG
                 MOVE FS-STG-ID      TO WS-STG-ID(WS-NB-STAG)
                 MOVE FS-STG-NOM     TO WS-STG-NOM(WS-NB-STAG)
                 MOVE FS-STG-SOCIETE TO WS-STG-SOCIETE(WS-NB-STAG)
                 MOVE FS-STG-DEBUT   TO WS-STG-DEBUT(WS-NB-STAG)
                 MOVE FS-STG-FIN     TO WS-STG-FIN(WS-NB-STAG)
                 IF FS-STG-SESSION IS NUMERIC
                    MOVE FS-STG-SESSION TO WS-STG-SESSION(WS-NB-STAG)
                 ELSE
                    MOVE 0 TO WS-STG-SESSION(WS-NB-STAG)
                 END-IF
                 MOVE 0   TO WS-STG-PRESENTS(WS-NB-STAG)
                 MOVE 0   TO WS-STG-ABSENTS(WS-NB-STAG)
                 MOVE 'N' TO WS-STG-CERTIFIE(WS-NB-STAG)
              ELSE
                 DISPLAY 'REGISTRE PLEIN (200), STAGIAIRE IGNORE : '
                         FS-STG-ID
              END-IF
           END-IF.
       1210-CHARGER-STAGIAIRE-FIN.
           EXIT.

      * ASSIDUITE SUR TOUTE LA PERIODE DE STAGE : SEULS COMPTENT
      * LES POINTAGES DATES ENTRE LE DEBUT ET LA FIN DU STAGE
      * (MEME FILTRE QUE STAGPRES).
       1300-CUMULER-POINTAGE-DEB.
           OPEN INPUT FIC-POINTAGE.
           IF WS-STATUS-POINTAGE NOT = '00'
              DISPLAY 'FICHIER DE POINTAGE INTROUVABLE, ASSIDUITE '
                      'NULLE POUR TOUS'
           ELSE
              PERFORM 1310-LIGNE-POINTAGE-DEB
                 THRU 1310-LIGNE-POINTAGE-FIN
                 UNTIL WS-STATUS-POINTAGE NOT = '00'
              CLOSE FIC-POINTAGE
           END-IF.
       1300-CUMULER-POINTAGE-FIN.
           EXIT.

       1310-LIGNE-POINTAGE-DEB.
           READ FIC-POINTAGE
              AT END
                 MOVE '10' TO WS-STATUS-POINTAGE
           END-READ.
           IF WS-STATUS-POINTAGE = '00'
              MOVE 0 TO WS-IND-TROUVE
              PERFORM 1320-CHERCHER-ID-DEB
                 THRU 1320-CHERCHER-ID-FIN
                 VARYING WS-IND-STG FROM 1 BY 1
                 UNTIL WS-IND-STG > WS-NB-STAG
                 OR WS-IND-TROUVE > 0
              IF WS-IND-TROUVE NOT = 0
                 IF FS-PTG-DATE NOT < WS-STG-DEBUT(WS-IND-TROUVE)
                    AND (WS-STG-FIN(WS-IND-TROUVE) = 0
                         OR FS-PTG-DATE NOT > WS-STG-FIN(WS-IND-TROUVE))
                    EVALUATE FS-PTG-ETAT
                       WHEN 'P'
                          ADD 1 TO WS-STG-PRESENTS(WS-IND-TROUVE)
                       WHEN 'A'
                          ADD 1 TO WS-STG-ABSENTS(WS-IND-TROUVE)
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.
       1310-LIGNE-POINTAGE-FIN.
           EXIT.

       1320-CHERCHER-ID-DEB.
           IF WS-STG-ID(WS-IND-STG) = FS-PTG-ID
              MOVE WS-IND-STG TO WS-IND-TROUVE
           END-IF.
       1320-CHERCHER-ID-FIN.
           EXIT.

       1400-CHARGER-EVALS-DEB.
           OPEN INPUT FIC-EVALUATIONS.
           IF WS-STATUS-EVALS NOT = '00'
              DISPLAY 'FICHIER DES EVALUATIONS ABSENT'
           ELSE
              PERFORM 1410-CHARGER-EVAL-DEB
                 THRU 1410-CHARGER-EVAL-FIN
                 UNTIL WS-STATUS-EVALS NOT = '00'
              CLOSE FIC-EVALUATIONS
              DISPLAY WS-NB-EVALS ' NOTE(S) DE MODULE LUE(S)'
           END-IF.
       1400-CHARGER-EVALS-FIN.
           EXIT.

       1410-CHARGER-EVAL-DEB.
           READ FIC-EVALUATIONS
              AT END
                 MOVE '10' TO WS-STATUS-EVALS
           END-READ.
           IF WS-STATUS-EVALS = '00'
              IF FS-EVA-NOTE IS NOT NUMERIC
                 OR FS-EVA-NOTE > 20
                 OR FS-EVA-MODULE = SPACES
                 ADD 1 TO WS-NB-EVALS-REJ
                 DISPLAY 'NOTE REJETEE : SESSION ' FS-EVA-SESSION
                         ' STAGIAIRE ' FS-EVA-ID ' MODULE '
                         FS-EVA-MODULE
              ELSE
                 IF WS-NB-EVALS < 2000
                    ADD 1 TO WS-NB-EVALS
                    MOVE FS-EVA-SESSION  TO WS-EVA-SESSION(WS-NB-EVALS)
                    MOVE FS-EVA-ID       TO WS-EVA-ID(WS-NB-EVALS)
                    MOVE FS-EVA-MODULE   TO WS-EVA-MODULE(WS-NB-EVALS)
                    MOVE FS-EVA-NOTE     TO WS-EVA-NOTE(WS-NB-EVALS)
                    MOVE FS-EVA-EXAMINATEUR
                      TO WS-EVA-EXAMINATEUR(WS-NB-EVALS)
                 ELSE
                    DISPLAY 'TABLE DES NOTES PLEINE (2000), NOTE '
                            'IGNOREE POUR LE STAGIAIRE ' FS-EVA-ID
                 END-IF
              END-IF
           END-IF.
       1410-CHARGER-EVAL-FIN.
           EXIT.

      * LE REGISTRE EXISTANT DONNE LE DERNIER NUMERO ATTRIBUE ET
      * LES STAGIAIRES DEJA CERTIFIES POUR LEUR SESSION.
       1500-LIRE-REGISTRE-DEB.
           OPEN INPUT FIC-CERTIFICATS.
           IF WS-STATUS-CERTIF = '00'
              PERFORM 1510-LIGNE-REGISTRE-DEB
                 THRU 1510-LIGNE-REGISTRE-FIN
                 UNTIL WS-STATUS-CERTIF NOT = '00'
              CLOSE FIC-CERTIFICATS
           END-IF.
           DISPLAY 'DERNIER CERTIFICAT DU REGISTRE : '
                   WS-DERNIER-NUMERO.
       1500-LIRE-REGISTRE-FIN.
           EXIT.

       1510-LIGNE-REGISTRE-DEB.
           READ FIC-CERTIFICATS
              AT END
                 MOVE '10' TO WS-STATUS-CERTIF
           END-READ.
           IF WS-STATUS-CERTIF = '00'
              IF FS-CER-NUMERO > WS-DERNIER-NUMERO
                 MOVE FS-CER-NUMERO TO WS-DERNIER-NUMERO
              END-IF
              PERFORM 1520-MARQUER-CERTIFIE-DEB
                 THRU 1520-MARQUER-CERTIFIE-FIN
                 VARYING WS-IND-STG FROM 1 BY 1
                 UNTIL WS-IND-STG > WS-NB-STAG
           END-IF.
       1510-LIGNE-REGISTRE-FIN.
           EXIT.

       1520-MARQUER-CERTIFIE-DEB.
           IF WS-STG-ID(WS-IND-STG) = FS-CER-ID
              AND WS-STG-SESSION(WS-IND-STG) = FS-CER-SESSION
              MOVE 'O' TO WS-STG-CERTIFIE(WS-IND-STG)
           END-IF.
       1520-MARQUER-CERTIFIE-FIN.
           EXIT.

       2000-EXAMINER-DEB.
           OPEN EXTEND FIC-CERTIFICATS.
           IF WS-STATUS-CERTIF = '35'
              OPEN OUTPUT FIC-CERTIFICATS
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'EXAMEN DES STAGES TERMINES :'.
           PERFORM 2010-EXAMINER-STAGIAIRE-DEB
              THRU 2010-EXAMINER-STAGIAIRE-FIN
              VARYING WS-IND-STG FROM 1 BY 1
              UNTIL WS-IND-STG > WS-NB-STAG.
           CLOSE FIC-CERTIFICATS.
       2000-EXAMINER-FIN.
           EXIT.

      * STAGE EN COURS (PAS DE FIN, OU FIN APRES LA DATE DU
      * TRAITEMENT) OU DEJA CERTIFIE : RIEN A FAIRE.
       2010-EXAMINER-STAGIAIRE-DEB.
           IF WS-STG-FIN(WS-IND-STG) NOT = 0
              AND WS-STG-FIN(WS-IND-STG) NOT > WS-DATE-REF-N
              IF WS-STG-CERTIFIE(WS-IND-STG) = 'O'
                 ADD 1 TO WS-NB-DEJA
              ELSE
                 ADD 1 TO WS-NB-EXAMINES
                 MOVE 0 TO WS-NB-MOTIFS
                 MOVE 0 TO WS-TAUX
                 MOVE 0 TO WS-MOYENNE
                 MOVE 0 TO WS-IND-CRS-TROUVE
                 PERFORM 2100-TROUVER-COURS-DEB
                    THRU 2100-TROUVER-COURS-FIN
                 IF WS-IND-CRS-TROUVE > 0
                    PERFORM 2200-CALCULER-ASSIDUITE-DEB
                       THRU 2200-CALCULER-ASSIDUITE-FIN
                    PERFORM 2300-RETENIR-NOTES-DEB
                       THRU 2300-RETENIR-NOTES-FIN
                    PERFORM 2400-CONTROLER-PLANCHERS-DEB
                       THRU 2400-CONTROLER-PLANCHERS-FIN
                       VARYING WS-IND-PLA FROM 1 BY 1
                       UNTIL WS-IND-PLA > WS-NB-PLANCHERS
                 END-IF
                 IF WS-NB-MOTIFS = 0
                    PERFORM 2500-EMETTRE-CERTIFICAT-DEB
                       THRU 2500-EMETTRE-CERTIFICAT-FIN
                 ELSE
                    PERFORM 2600-LISTER-AJOURNE-DEB
                       THRU 2600-LISTER-AJOURNE-FIN
                 END-IF
              END-IF
           END-IF.
       2010-EXAMINER-STAGIAIRE-FIN.
           EXIT.

      * SESSION DU STAGIAIRE -> LIBELLE DU COURS -> REGLES.
       2100-TROUVER-COURS-DEB.
           MOVE 0 TO WS-IND-SES-TROUVE.
           PERFORM 2110-CHERCHER-SESSION-DEB
              THRU 2110-CHERCHER-SESSION-FIN
              VARYING WS-IND-SES FROM 1 BY 1
              UNTIL WS-IND-SES > WS-NB-SESSIONS
              OR WS-IND-SES-TROUVE > 0.
           IF WS-IND-SES-TROUVE = 0
              MOVE 'SESSION ABSENTE DU CATALOGUE' TO WS-LIGNE-MOTIF
              PERFORM 2900-AJOUTER-MOTIF-DEB
                 THRU 2900-AJOUTER-MOTIF-FIN
           ELSE
              PERFORM 2120-CHERCHER-COURS-DEB
                 THRU 2120-CHERCHER-COURS-FIN
                 VARYING WS-IND-CRS FROM 1 BY 1
                 UNTIL WS-IND-CRS > WS-NB-COURS
                 OR WS-IND-CRS-TROUVE > 0
              IF WS-IND-CRS-TROUVE = 0
                 MOVE SPACES TO WS-LIGNE-MOTIF
                 STRING 'PAS DE REGLES DE VALIDATION POUR LE COURS '
                        DELIMITED BY SIZE
                        WS-SES-LIBELLE(WS-IND-SES-TROUVE)
                        DELIMITED BY SIZE
                   INTO WS-LIGNE-MOTIF
                 PERFORM 2900-AJOUTER-MOTIF-DEB
                    THRU 2900-AJOUTER-MOTIF-FIN
              END-IF
           END-IF.
       2100-TROUVER-COURS-FIN.
           EXIT.

       2110-CHERCHER-SESSION-DEB.
           IF WS-SES-ID(WS-IND-SES) = WS-STG-SESSION(WS-IND-STG)
              MOVE WS-IND-SES TO WS-IND-SES-TROUVE
           END-IF.
       2110-CHERCHER-SESSION-FIN.
           EXIT.

       2120-CHERCHER-COURS-DEB.
           IF WS-CRS-LIBELLE(WS-IND-CRS)
              = WS-SES-LIBELLE(WS-IND-SES-TROUVE)
              MOVE WS-IND-CRS TO WS-IND-CRS-TROUVE
           END-IF.
       2120-CHERCHER-COURS-FIN.
           EXIT.

       2200-CALCULER-ASSIDUITE-DEB.
           COMPUTE WS-JOURS-COMPTES = WS-STG-PRESENTS(WS-IND-STG)
                                    + WS-STG-ABSENTS(WS-IND-STG).
           IF WS-JOURS-COMPTES > 0
              COMPUTE WS-TAUX =
                      WS-STG-PRESENTS(WS-IND-STG) * 100
                      / WS-JOURS-COMPTES
           END-IF.
           IF WS-JOURS-COMPTES = 0
              MOVE 'AUCUN POINTAGE SUR LA PERIODE DE STAGE'
                TO WS-LIGNE-MOTIF
              PERFORM 2900-AJOUTER-MOTIF-DEB
                 THRU 2900-AJOUTER-MOTIF-FIN
           ELSE
              IF WS-TAUX < WS-CRS-TAUX-MIN(WS-IND-CRS-TROUVE)
                 MOVE SPACES TO WS-LIGNE-MOTIF
                 STRING 'ASSIDUITE ' DELIMITED BY SIZE
                        WS-TAUX DELIMITED BY SIZE
                        ' % INFERIEURE AU MINIMUM DE ' DELIMITED BY SIZE
                        WS-CRS-TAUX-MIN(WS-IND-CRS-TROUVE)
                        DELIMITED BY SIZE
                        ' %' DELIMITED BY SIZE
                   INTO WS-LIGNE-MOTIF
                 PERFORM 2900-AJOUTER-MOTIF-DEB
                    THRU 2900-AJOUTER-MOTIF-FIN
              END-IF
           END-IF.
       2200-CALCULER-ASSIDUITE-FIN.
           EXIT.

      * NOTES DU STAGIAIRE POUR SA SESSION, UNE PAR MODULE (LA
      * DERNIERE LUE REMPLACE LES PRECEDENTES), PUIS MOYENNE.
       2300-RETENIR-NOTES-DEB.
           MOVE 0 TO WS-NB-NOTES.
           MOVE 0 TO WS-SOMME-NOTES.
           PERFORM 2310-RETENIR-NOTE-DEB
              THRU 2310-RETENIR-NOTE-FIN
              VARYING WS-IND-EVA FROM 1 BY 1
              UNTIL WS-IND-EVA > WS-NB-EVALS.
           IF WS-NB-NOTES = 0
              MOVE 'AUCUNE NOTE DE MODULE' TO WS-LIGNE-MOTIF
              PERFORM 2900-AJOUTER-MOTIF-DEB
                 THRU 2900-AJOUTER-MOTIF-FIN
           ELSE
              PERFORM 2330-SOMMER-NOTE-DEB
                 THRU 2330-SOMMER-NOTE-FIN
                 VARYING WS-IND-NOT FROM 1 BY 1
                 UNTIL WS-IND-NOT > WS-NB-NOTES
              COMPUTE WS-MOYENNE ROUNDED = WS-SOMME-NOTES / WS-NB-NOTES
              IF WS-MOYENNE < WS-CRS-MOY-MIN(WS-IND-CRS-TROUVE)
                 MOVE WS-MOYENNE TO WS-NOTE-ED
                 MOVE WS-CRS-MOY-MIN(WS-IND-CRS-TROUVE) TO WS-SEUIL-ED
                 MOVE SPACES TO WS-LIGNE-MOTIF
                 STRING 'MOYENNE ' DELIMITED BY SIZE
                        WS-NOTE-ED DELIMITED BY SIZE
                        ' INFERIEURE AU MINIMUM DE ' DELIMITED BY SIZE
                        WS-SEUIL-ED DELIMITED BY SIZE
                   INTO WS-LIGNE-MOTIF
                 PERFORM 2900-AJOUTER-MOTIF-DEB
                    THRU 2900-AJOUTER-MOTIF-FIN
              END-IF
           END-IF.
       2300-RETENIR-NOTES-FIN.
           EXIT.

       2310-RETENIR-NOTE-DEB.
           IF WS-EVA-ID(WS-IND-EVA) = WS-STG-ID(WS-IND-STG)
              AND WS-EVA-SESSION(WS-IND-EVA)
                  = WS-STG-SESSION(WS-IND-STG)
              MOVE 0 TO WS-IND-NOT-TROUVE
              PERFORM 2320-CHERCHER-MODULE-DEB
                 THRU 2320-CHERCHER-MODULE-FIN
                 VARYING WS-IND-NOT FROM 1 BY 1
                 UNTIL WS-IND-NOT > WS-NB-NOTES
                 OR WS-IND-NOT-TROUVE > 0
              IF WS-IND-NOT-TROUVE = 0
                 AND WS-NB-NOTES < 20
                 ADD 1 TO WS-NB-NOTES
                 MOVE WS-NB-NOTES TO WS-IND-NOT-TROUVE
                 MOVE WS-EVA-MODULE(WS-IND-EVA)
                   TO WS-NOT-MODULE(WS-IND-NOT-TROUVE)
              END-IF
              IF WS-IND-NOT-TROUVE > 0
                 MOVE WS-EVA-NOTE(WS-IND-EVA)
                   TO WS-NOT-NOTE(WS-IND-NOT-TROUVE)
                 MOVE WS-EVA-EXAMINATEUR(WS-IND-EVA)
                   TO WS-NOT-EXAMINATEUR(WS-IND-NOT-TROUVE)
              END-IF
           END-IF.
       2310-RETENIR-NOTE-FIN.
           EXIT.

       2320-CHERCHER-MODULE-DEB.
           IF WS-NOT-MODULE(WS-IND-NOT) = WS-EVA-MODULE(WS-IND-EVA)
              MOVE WS-IND-NOT TO WS-IND-NOT-TROUVE
           END-IF.
       2320-CHERCHER-MODULE-FIN.
           EXIT.

       2330-SOMMER-NOTE-DEB.
           ADD WS-NOT-NOTE(WS-IND-NOT) TO WS-SOMME-NOTES.
       2330-SOMMER-NOTE-FIN.
           EXIT.

      * CHAQUE PLANCHER DU COURS : MODULE NON NOTE OU NOTE SOUS
      * LE PLANCHER = MOTIF D'AJOURNEMENT.
       2400-CONTROLER-PLANCHERS-DEB.
           IF WS-PLA-COURS(WS-IND-PLA)
              = WS-CRS-LIBELLE(WS-IND-CRS-TROUVE)
              MOVE 0 TO WS-IND-NOT-TROUVE
              PERFORM 2410-CHERCHER-NOTE-DEB
                 THRU 2410-CHERCHER-NOTE-FIN
                 VARYING WS-IND-NOT FROM 1 BY 1
                 UNTIL WS-IND-NOT > WS-NB-NOTES
                 OR WS-IND-NOT-TROUVE > 0
              MOVE SPACES TO WS-LIGNE-MOTIF
              IF WS-IND-NOT-TROUVE = 0
                 STRING 'MODULE ' DELIMITED BY SIZE
                        WS-PLA-MODULE(WS-IND-PLA) DELIMITED BY SIZE
                        ' NON EVALUE' DELIMITED BY SIZE
                   INTO WS-LIGNE-MOTIF
                 PERFORM 2900-AJOUTER-MOTIF-DEB
                    THRU 2900-AJOUTER-MOTIF-FIN
              ELSE
                 IF WS-NOT-NOTE(WS-IND-NOT-TROUVE)
                    < WS-PLA-PLANCHER(WS-IND-PLA)
                    MOVE WS-NOT-NOTE(WS-IND-NOT-TROUVE) TO WS-NOTE-ED
                    MOVE WS-PLA-PLANCHER(WS-IND-PLA)    TO WS-SEUIL-ED
                    STRING 'MODULE ' DELIMITED BY SIZE
                           WS-PLA-MODULE(WS-IND-PLA) DELIMITED BY SIZE
                           ' : ' DELIMITED BY SIZE
                           WS-NOTE-ED DELIMITED BY SIZE
                           ' SOUS LE PLANCHER ' DELIMITED BY SIZE
                           WS-SEUIL-ED DELIMITED BY SIZE
                           ' (' DELIMITED BY SIZE
                           WS-NOT-EXAMINATEUR(WS-IND-NOT-TROUVE)
                           DELIMITED BY '  '
                           ')' DELIMITED BY SIZE
                      INTO WS-LIGNE-MOTIF
                    PERFORM 2900-AJOUTER-MOTIF-DEB
                       THRU 2900-AJOUTER-MOTIF-FIN
                 END-IF
              END-IF
           END-IF.
       2400-CONTROLER-PLANCHERS-FIN.
           EXIT.

       2410-CHERCHER-NOTE-DEB.
           IF WS-NOT-MODULE(WS-IND-NOT) = WS-PLA-MODULE(WS-IND-PLA)
              MOVE WS-IND-NOT TO WS-IND-NOT-TROUVE
           END-IF.
       2410-CHERCHER-NOTE-FIN.
           EXIT.

       2500-EMETTRE-CERTIFICAT-DEB.
           ADD 1 TO WS-DERNIER-NUMERO.
           ADD 1 TO WS-NB-CERTIFIES.
           MOVE SPACES                      TO FS-ENR-CERTIF.
           MOVE WS-DERNIER-NUMERO           TO FS-CER-NUMERO.
           MOVE WS-DATE-REF-N               TO FS-CER-DATE.
           MOVE WS-STG-ID(WS-IND-STG)       TO FS-CER-ID.
           MOVE WS-STG-NOM(WS-IND-STG)      TO FS-CER-NOM.
           MOVE WS-STG-SOCIETE(WS-IND-STG)  TO FS-CER-SOCIETE.
           MOVE WS-STG-SESSION(WS-IND-STG)  TO FS-CER-SESSION.
           MOVE WS-SES-LIBELLE(WS-IND-SES-TROUVE) TO FS-CER-COURS.
           MOVE WS-TAUX                     TO FS-CER-TAUX.
           MOVE WS-MOYENNE                  TO FS-CER-MOYENNE.
           WRITE FS-ENR-CERTIF.
           MOVE 'O' TO WS-STG-CERTIFIE(WS-IND-STG).
           MOVE WS-MOYENNE TO WS-NOTE-ED.
           DISPLAY 'CERTIFICAT ' WS-DERNIER-NUMERO ' : '
                   WS-STG-ID(WS-IND-STG) ' '
                   WS-STG-NOM(WS-IND-STG) ' SESSION '
                   WS-STG-SESSION(WS-IND-STG) ' ASSIDUITE '
                   WS-TAUX ' % MOYENNE ' WS-NOTE-ED.
       2500-EMETTRE-CERTIFICAT-FIN.
           EXIT.

       2600-LISTER-AJOURNE-DEB.
           ADD 1 TO WS-NB-AJOURNES.
           DISPLAY 'AJOURNE : ' WS-STG-ID(WS-IND-STG) ' '
                   WS-STG-NOM(WS-IND-STG) ' ('
                   WS-STG-SOCIETE(WS-IND-STG) ') SESSION '
                   WS-STG-SESSION(WS-IND-STG).
           PERFORM 2610-LIGNE-MOTIF-DEB
              THRU 2610-LIGNE-MOTIF-FIN
              VARYING WS-IND-MOTIF FROM 1 BY 1
              UNTIL WS-IND-MOTIF > WS-NB-MOTIFS.
       2600-LISTER-AJOURNE-FIN.
           EXIT.

       2610-LIGNE-MOTIF-DEB.
           DISPLAY '   - ' WS-MOTIF(WS-IND-MOTIF).
       2610-LIGNE-MOTIF-FIN.
           EXIT.

       2900-AJOUTER-MOTIF-DEB.
           IF WS-NB-MOTIFS < 10
              ADD 1 TO WS-NB-MOTIFS
              MOVE WS-LIGNE-MOTIF TO WS-MOTIF(WS-NB-MOTIFS)
           END-IF.
       2900-AJOUTER-MOTIF-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY '********************************************'.
           DISPLAY '*  EVALUATION ET CERTIFICATS DE STAGE      *'.
           DISPLAY '********************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     FIN DU PROGRAMME ' WS-PROGRAM-ID     '*'.
           DISPLAY '********************************************'.
           DISPLAY 'STAGIAIRES EXAMINES  : ' WS-NB-EXAMINES.
           DISPLAY 'CERTIFICATS EMIS     : ' WS-NB-CERTIFIES.
           DISPLAY 'AJOURNES             : ' WS-NB-AJOURNES.
           DISPLAY 'DEJA CERTIFIES       : ' WS-NB-DEJA.
           DISPLAY 'NOTES REJETEES       : ' WS-NB-EVALS-REJ.
           DISPLAY 'DERNIER CERTIFICAT   : ' WS-DERNIER-NUMERO.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'CERTIFICATS EMIS'   TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-CERTIFIES      TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM STAGCERT.
