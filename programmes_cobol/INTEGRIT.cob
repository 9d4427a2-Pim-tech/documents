       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIT.

      *********************************************************
      *     CONTROLE HEBDOMADAIRE DE L'INTEGRITE REFERENTIELLE
      *     ENTRE LES FICHIERS MAITRES ET LES JOURNAUX.
      *
      *     AUCUN FICHIER NE VERIFIE QUE LES CLES QU'IL PORTE
      *     EXISTENT AILLEURS : UNE COMMANDE PEUT CITER UN CLIENT
      *     FUSIONNE PAR CLIMERGE, UNE LIGNE DE FACTURE UN
      *     ARTICLE SORTI DU CATALOGUE, UN STAGIAIRE UNE SESSION
      *     SUPPRIMEE. CE PROGRAMME APPLIQUE LES REGLES DE LA
      *     TABLE REGLESINT (BATCH/INTEGRITE.TXT DANS LA CHAINE
      *     NOCTURNE), UNE REGLE PAR LIGNE, '*' EN COLONNE 1 POUR
      *     UN COMMENTAIRE :
      *       REGLE      NOM DE LA REGLE (8 CARACTERES)
      *       TYPE       R REFERENCE : LA CLE DE L'ENFANT DOIT
      *                    EXISTER DANS LE PARENT,
      *                  B BORNE : LA VALEUR NUMERIQUE DE L'ENFANT
      *                    DOIT ETRE ENTRE 1 ET LA PLUS GRANDE
      *                    VALEUR DU PARENT (NIVEAUX DU PARKING
      *                    CONTRE PARKCONFIG, COMME PARKIN3)
      *       SEVERITE   I, W, E OU F, TRANSMISE A ERRLOG QUAND LA
      *                  REGLE TROUVE DES ORPHELINS (E A DEFAUT)
      *       OPTION     N : CLE ENFANT NUMERIQUE, UNE CLE NON
      *                  NUMERIQUE (ENTETE, FIN DE FICHIER) OU A
      *                  ZERO N'EST PAS CONTROLEE ; '-' SINON
      *       FORMAT     L SEQUENTIEL LIGNE, C FICHIER CLIENT
      *                  (SEQUENTIEL DE 106, FORMAT DE CLIMAINT),
      *                  I FICHIER INDEXE DES ARTICLES (ARTLOAD)
      *       FICHIER    NOM DU FICHIER, OU NOM DE VARIABLE
      *                  D'ENVIRONNEMENT SANS '/' (FCLIENT)
      *       POSITION   POSITION DE LA CLE (3 CHIFFRES)
      *       LONGUEUR   LONGUEUR DE LA CLE (2 CHIFFRES, 20 AU
      *                  PLUS, 18 AU PLUS POUR UNE BORNE)
      *     FORMAT, FICHIER, POSITION ET LONGUEUR SONT DONNES
      *     POUR L'ENFANT PUIS POUR LE PARENT. UNE CLE ENFANT A
      *     BLANC N'EST PAS CONTROLEE.
      *
      *     CHAQUE ORPHELIN EST ECRIT DANS INTEGRITE_RAP.TXT
      *     (REGLE, FICHIER, NUMERO D'ENREGISTREMENT, CLE, DEBUT
      *     DE L'ENREGISTREMENT), PUIS UNE LIGNE DE RESULTAT PAR
      *     REGLE ET UN TOTAL. LE NOMBRE D'ORPHELINS DE CHAQUE
      *     REGLE EST JOURNALISE PAR ERRLOG AVEC LA SEVERITE DE LA
      *     REGLE (I S'IL N'Y EN A PAS) : ERRLOG RECOPIE LES
      *     SEVERITES W, E ET F DANS LES ALERTES DE L'ASTREINTE.
      *     UNE REGLE INVALIDE, UN PARENT ABSENT OU TROP GRAND
      *     POUR LA TABLE EN MEMOIRE SONT SIGNALES EN E ET LA
      *     REGLE N'EST PAS APPLIQUEE (PAS DE FAUX ORPHELINS) ;
      *     UN ENFANT ABSENT EST SIGNALE EN W.
      *
      *     LA DATE EST PRISE DANS RUNDATE, A DEFAUT LA DATE DU
      *     JOUR, COMME DANS LE RESTE DE LA CHAINE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-REGLES
              ASSIGN TO REGLESINT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REGLES.
           SELECT FIC-RAPPORT
              ASSIGN TO "./files/integrite_rap.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RAPPORT.
      *    LE FICHIER LU (PARENT PUIS ENFANT) : LE NOM VIENT DE LA
      *    REGLE, UN SELECT PAR FORMAT.
           SELECT FIC-LS-LECTURE
              ASSIGN TO DYNAMIC WS-NOM-FICHIER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LECTURE.
           SELECT FIC-S106-LECTURE
              ASSIGN TO DYNAMIC WS-NOM-FICHIER
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-LECTURE.
           SELECT FIC-IDX-LECTURE
              ASSIGN TO DYNAMIC WS-NOM-FICHIER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FS-IDX-CLE
              FILE STATUS IS WS-STATUS-LECTURE.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-REGLES RECORDING MODE IS F.
       01  FS-ENR-REGLE.
           05 FS-REG-ID          PIC X(8).
           05 FILLER PIC X(1).
           05 FS-REG-TYPE        PIC X(1).
           05 FILLER PIC X(1).
           05 FS-REG-SEVERITE    PIC X(1).
           05 FILLER PIC X(1).
           05 FS-REG-OPTION      PIC X(1).
           05 FILLER PIC X(1).
           05 FS-REG-ENF-FORMAT  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-REG-ENF-NOM     PIC X(40).
           05 FILLER PIC X(1).
           05 FS-REG-ENF-POS     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-REG-ENF-LONG    PIC X(2).
           05 FILLER PIC X(1).
           05 FS-REG-PAR-FORMAT  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-REG-PAR-NOM     PIC X(40).
           05 FILLER PIC X(1).
           05 FS-REG-PAR-POS     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-REG-PAR-LONG    PIC X(2).

       FD FIC-RAPPORT RECORDING MODE IS F.
       01  FS-ENR-RAPPORT PIC X(132).

       FD FIC-LS-LECTURE RECORDING MODE IS F.
       01  FS-ENR-LS-LECTURE PIC X(200).
      *    FCLIENT, FORMAT DE BAPP1 ET CLIMAINT.
       FD FIC-S106-LECTURE.
       01  FS-ENR-S106-LECTURE PIC X(106).
      *    FICHIER MAITRE DES ARTICLES CHARGE PAR ARTLOAD.
       FD FIC-IDX-LECTURE.
       01  FS-ENR-IDX-LECTURE.
           05 FS-IDX-CLE  PIC X(6).
           05 FILLER      PIC X(22).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'INTEGRIT'.
       01  WS-STATUS-REGLES  PIC XX.
       01  WS-STATUS-RAPPORT PIC XX.
       01  WS-STATUS-LECTURE PIC XX.

       01  WS-NOM-FICHIER PIC X(40).
       01  WS-FORMAT-LU   PIC X(1).
       01  WS-LONG-FORMAT PIC 9(3).

       01  WS-RUN-DATE PIC X(8).
       01  WS-DATE-JOUR PIC 9(8).
       01  WS-HEURE-JOUR PIC 9(8).

      * REGLE EN COURS, CONTROLEE AVANT USAGE.
       01  WS-REGLE.
           05 WS-REG-ID          PIC X(8).
           05 FILLER PIC X(1).
           05 WS-REG-TYPE        PIC X(1).
           05 FILLER PIC X(1).
           05 WS-REG-SEVERITE    PIC X(1).
           05 FILLER PIC X(1).
           05 WS-REG-OPTION      PIC X(1).
           05 FILLER PIC X(1).
           05 WS-REG-ENF-FORMAT  PIC X(1).
           05 FILLER PIC X(1).
           05 WS-REG-ENF-NOM     PIC X(40).
           05 FILLER PIC X(1).
           05 WS-REG-ENF-POS     PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-REG-ENF-LONG    PIC 99.
           05 FILLER PIC X(1).
           05 WS-REG-PAR-FORMAT  PIC X(1).
           05 FILLER PIC X(1).
           05 WS-REG-PAR-NOM     PIC X(40).
           05 FILLER PIC X(1).
           05 WS-REG-PAR-POS     PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-REG-PAR-LONG    PIC 99.
       01  WS-REGLE-X REDEFINES WS-REGLE.
           05 FILLER             PIC X(58).
           05 WS-REG-ENF-POS-X   PIC X(3).
           05 FILLER PIC X(1).
           05 WS-REG-ENF-LONG-X  PIC X(2).
           05 FILLER PIC X(44).
           05 WS-REG-PAR-POS-X   PIC X(3).
           05 FILLER PIC X(1).
           05 WS-REG-PAR-LONG-X  PIC X(2).
       01  WS-REGLE-VALIDE PIC X(1).
       01  WS-ETAT-REGLE   PIC X(16).
       01  WS-POS          PIC 9(3).
       01  WS-LONG         PIC 99.

      * CLES DU PARENT DE LA REGLE EN COURS. POUR UNE BORNE, SEULE
      * LA PLUS GRANDE VALEUR EST GARDEE.
       01  WS-TABLE-PARENT.
           05 WS-NB-CLES-PAR PIC 9(4) VALUE 0.
           05 WS-CLE-PAR OCCURS 5000 TIMES PIC X(20).
       01  WS-MAX-CLES-PAR PIC 9(4) VALUE 5000.
       01  WS-IND-PAR      PIC 9(4).
       01  WS-TABLE-PLEINE PIC X(1).
       01  WS-CLE-TROUVEE  PIC X(1).
       01  WS-CLE-PARENT-OK PIC X(1).
       01  WS-CLE-ENFANT-OK PIC X(1).
       01  WS-MAX-PARENT   PIC 9(18).
       01  WS-VALEUR       PIC 9(18).

       01  WS-ENR PIC X(200).
       01  WS-CLE PIC X(20).

      * LIGNES DU RAPPORT.
       01  WS-RAP-ENTETE.
           05 FILLER          PIC X(2) VALUE 'E '.
           05 WS-RAP-E-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-E-HEURE  PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FILLER          PIC X(40)
              VALUE 'CONTROLE D''INTEGRITE REFERENTIELLE'.
       01  WS-RAP-ORPHELIN.
           05 FILLER          PIC X(2) VALUE 'O '.
           05 WS-RAP-O-REGLE  PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-O-NOM    PIC X(40).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-O-NUMERO PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-O-CLE    PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-O-EXTRAIT PIC X(50).
       01  WS-RAP-REGLE.
           05 FILLER          PIC X(2) VALUE 'R '.
           05 WS-RAP-R-REGLE  PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-R-TYPE   PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-R-SEVERITE PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-R-NOM    PIC X(40).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-R-LUS    PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-R-CONTROLES PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-R-ORPHELINS PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-R-ETAT   PIC X(16).
       01  WS-RAP-TOTAL.
           05 FILLER          PIC X(2) VALUE 'T '.
           05 WS-RAP-T-REGLES PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-T-APPLIQUEES PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-RAP-T-ORPHELINS PIC 9(7).

       01  WS-MSG-AUDIT PIC X(40).

       01  WS-COMPTEURS.
           05 WS-NB-REGLES        PIC 9(3) VALUE 0.
           05 WS-NB-APPLIQUEES    PIC 9(3) VALUE 0.
           05 WS-NB-NON-APPLIQUEES PIC 9(3) VALUE 0.
           05 WS-NB-LUS-REGLE     PIC 9(7).
           05 WS-NB-CONTROLES     PIC 9(7).
           05 WS-NB-ORPH-REGLE    PIC 9(7).
           05 WS-NB-ORPH-TOTAL    PIC 9(7) VALUE 0.

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
       0000-INTEGRIT-DEB.
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

           OPEN INPUT FIC-REGLES.
           IF WS-STATUS-REGLES NOT = '00'
              DISPLAY 'TABLE DES REGLES ABSENTE, STATUT '
                      WS-STATUS-REGLES
              MOVE 'TABLE DES REGLES ABSENTE' TO WS-MSG-AUDIT
              MOVE 'E' TO WS-LIEN-ERRLOG-IN-SEVERITE
              PERFORM 6900-JOURNALISER-DEB
                 THRU 6900-JOURNALISER-FIN
              PERFORM 8990-FIN-STATISTIQUES-DEB
                 THRU 8990-FIN-STATISTIQUES-FIN
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           OPEN OUTPUT FIC-RAPPORT.
           MOVE WS-DATE-JOUR TO WS-RAP-E-DATE.
           MOVE WS-HEURE-JOUR(1:6) TO WS-RAP-E-HEURE.
           MOVE WS-RAP-ENTETE TO FS-ENR-RAPPORT.
           PERFORM 6800-ECRIRE-RAPPORT-DEB
              THRU 6800-ECRIRE-RAPPORT-FIN.

           PERFORM 1000-LIGNE-REGLE-DEB
              THRU 1000-LIGNE-REGLE-FIN
              UNTIL WS-STATUS-REGLES NOT = '00'.
           CLOSE FIC-REGLES.

           MOVE WS-NB-REGLES     TO WS-RAP-T-REGLES.
           MOVE WS-NB-APPLIQUEES TO WS-RAP-T-APPLIQUEES.
           MOVE WS-NB-ORPH-TOTAL TO WS-RAP-T-ORPHELINS.
           MOVE WS-RAP-TOTAL TO FS-ENR-RAPPORT.
           PERFORM 6800-ECRIRE-RAPPORT-DEB
              THRU 6800-ECRIRE-RAPPORT-FIN.
           CLOSE FIC-RAPPORT.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-INTEGRIT-FIN.
           EXIT.

      * UNE LIGNE DE LA TABLE : CONTROLE DE LA REGLE, CHARGEMENT
      * DU PARENT, LECTURE DE L'ENFANT, RESULTAT.
       1000-LIGNE-REGLE-DEB.
           READ FIC-REGLES
              AT END
                 MOVE '10' TO WS-STATUS-REGLES
           END-READ.
           IF WS-STATUS-REGLES = '00'
              IF FS-ENR-REGLE NOT = SPACES AND FS-REG-ID(1:1) NOT = '*'
                 ADD 1 TO WS-NB-REGLES
                 MOVE FS-ENR-REGLE TO WS-REGLE
                 MOVE 0 TO WS-NB-LUS-REGLE
                 MOVE 0 TO WS-NB-CONTROLES
                 MOVE 0 TO WS-NB-ORPH-REGLE
                 PERFORM 1100-CONTROLER-REGLE-DEB
                    THRU 1100-CONTROLER-REGLE-FIN
                 IF WS-REGLE-VALIDE NOT = 'O'
                    MOVE 'INVALIDE' TO WS-ETAT-REGLE
                    DISPLAY 'REGLE ' WS-REG-ID ' INVALIDE, IGNOREE'
                    PERFORM 4000-RESULTAT-REGLE-DEB
                       THRU 4000-RESULTAT-REGLE-FIN
                 ELSE

                    PERFORM 2000-CHARGER-PARENT-DEB
                       THRU 2000-CHARGER-PARENT-FIN
                    IF WS-ETAT-REGLE = SPACES
                       PERFORM 3000-CONTROLER-ENFANT-DEB
                          THRU 3000-CONTROLER-ENFANT-FIN
                    END-IF
                    IF WS-ETAT-REGLE = SPACES
                       MOVE 'APPLIQUEE' TO WS-ETAT-REGLE
                    END-IF
                    PERFORM 4000-RESULTAT-REGLE-DEB
                       THRU 4000-RESULTAT-REGLE-FIN
                 END-IF
              END-IF
           END-IF.
       1000-LIGNE-REGLE-FIN.
           EXIT.

      * TYPE, FORMATS, POSITIONS ET LONGUEURS : LA CLE DOIT TENIR
      * DANS L'ENREGISTREMENT DU FORMAT.
       1100-CONTROLER-REGLE-DEB.
           MOVE 'O' TO WS-REGLE-VALIDE.
           MOVE SPACES TO WS-ETAT-REGLE.
           IF WS-REG-SEVERITE = SPACE
              MOVE 'E' TO WS-REG-SEVERITE
           END-IF.
           IF WS-REG-TYPE NOT = 'R' AND WS-REG-TYPE NOT = 'B'
              MOVE 'N' TO WS-REGLE-VALIDE
           END-IF.
           IF WS-REGLE-VALIDE = 'O'
              IF WS-REG-SEVERITE NOT = 'I' AND WS-REG-SEVERITE NOT = 'W'
                 AND WS-REG-SEVERITE NOT = 'E'
                 AND WS-REG-SEVERITE NOT = 'F'
                 MOVE 'N' TO WS-REGLE-VALIDE
              END-IF
           END-IF.
           IF WS-REGLE-VALIDE = 'O'
              IF WS-REG-ENF-POS-X IS NOT NUMERIC
                 OR WS-REG-ENF-LONG-X IS NOT NUMERIC
                 OR WS-REG-PAR-POS-X IS NOT NUMERIC
                 OR WS-REG-PAR-LONG-X IS NOT NUMERIC
                 MOVE 'N' TO WS-REGLE-VALIDE
              END-IF
           END-IF.
           IF WS-REGLE-VALIDE = 'O'
              IF WS-REG-ENF-NOM = SPACES OR WS-REG-PAR-NOM = SPACES
                 MOVE 'N' TO WS-REGLE-VALIDE
              END-IF
           END-IF.
           IF WS-REGLE-VALIDE = 'O'
              IF WS-REG-ENF-LONG = 0 OR WS-REG-ENF-LONG > 20
                 OR WS-REG-PAR-LONG = 0 OR WS-REG-PAR-LONG > 20
                 MOVE 'N' TO WS-REGLE-VALIDE
              END-IF
           END-IF.
           IF WS-REGLE-VALIDE = 'O'
              IF WS-REG-TYPE = 'B'
                 AND (WS-REG-ENF-LONG > 18 OR WS-REG-PAR-LONG > 18)
                 MOVE 'N' TO WS-REGLE-VALIDE
              END-IF
           END-IF.
           IF WS-REGLE-VALIDE = 'O'
              MOVE WS-REG-ENF-FORMAT TO WS-FORMAT-LU
              MOVE WS-REG-ENF-POS    TO WS-POS
              MOVE WS-REG-ENF-LONG   TO WS-LONG
              PERFORM 1110-CONTROLER-CLE-DEB
                 THRU 1110-CONTROLER-CLE-FIN
              IF WS-LONG-FORMAT = 0
                 MOVE 'N' TO WS-REGLE-VALIDE
              END-IF
           END-IF.
           IF WS-REGLE-VALIDE = 'O'
              MOVE WS-REG-PAR-FORMAT TO WS-FORMAT-LU
              MOVE WS-REG-PAR-POS    TO WS-POS
              MOVE WS-REG-PAR-LONG   TO WS-LONG
              PERFORM 1110-CONTROLER-CLE-DEB
                 THRU 1110-CONTROLER-CLE-FIN
              IF WS-LONG-FORMAT = 0
                 MOVE 'N' TO WS-REGLE-VALIDE
              END-IF
           END-IF.
       1100-CONTROLER-REGLE-FIN.
           EXIT.

      * WS-LONG-FORMAT A ZERO SI LE FORMAT EST INCONNU OU SI LA
      * CLE DEBORDE DE L'ENREGISTREMENT.
       1110-CONTROLER-CLE-DEB.
           EVALUATE WS-FORMAT-LU
              WHEN 'L'
                 MOVE 200 TO WS-LONG-FORMAT
              WHEN 'C'
                 MOVE 106 TO WS-LONG-FORMAT
              WHEN 'I'
                 MOVE 028 TO WS-LONG-FORMAT
              WHEN OTHER
                 MOVE 0 TO WS-LONG-FORMAT
           END-EVALUATE.
           IF WS-POS = 0 OR WS-POS + WS-LONG - 1 > WS-LONG-FORMAT
              MOVE 0 TO WS-LONG-FORMAT
           END-IF.
       1110-CONTROLER-CLE-FIN.
           EXIT.

      * CLES DU PARENT EN TABLE (REFERENCE) OU PLUS GRANDE VALEUR
      * (BORNE). UN PARENT ABSENT OU QUI DEBORDE DE LA TABLE
      * LAISSE LA REGLE NON APPLIQUEE.
       2000-CHARGER-PARENT-DEB.
           MOVE 0 TO WS-NB-CLES-PAR.
           MOVE 0 TO WS-MAX-PARENT.
           MOVE 'N' TO WS-TABLE-PLEINE.
           MOVE WS-REG-PAR-FORMAT TO WS-FORMAT-LU.
           MOVE WS-REG-PAR-NOM    TO WS-NOM-FICHIER.
           PERFORM 7000-OUVRIR-DEB
              THRU 7000-OUVRIR-FIN.
           IF WS-STATUS-LECTURE NOT = '00'
              DISPLAY 'REGLE ' WS-REG-ID ' PARENT ABSENT '
                      WS-REG-PAR-NOM ' STATUT ' WS-STATUS-LECTURE
              MOVE 'PARENT ABSENT' TO WS-ETAT-REGLE
           ELSE
              PERFORM 2010-CLE-PARENT-DEB
                 THRU 2010-CLE-PARENT-FIN
                 UNTIL WS-STATUS-LECTURE NOT = '00'
              PERFORM 7900-FERMER-DEB
                 THRU 7900-FERMER-FIN
              IF WS-TABLE-PLEINE = 'O'
                 DISPLAY 'REGLE ' WS-REG-ID ' PLUS DE ' WS-MAX-CLES-PAR
                         ' CLES DANS ' WS-REG-PAR-NOM
                 MOVE 'TABLE PLEINE' TO WS-ETAT-REGLE
              END-IF
           END-IF.
       2000-CHARGER-PARENT-FIN.
           EXIT.

       2010-CLE-PARENT-DEB.
           MOVE 'O' TO WS-CLE-PARENT-OK.
           PERFORM 7100-LIRE-DEB
              THRU 7100-LIRE-FIN.
           IF WS-STATUS-LECTURE NOT = '00'
              MOVE 'N' TO WS-CLE-PARENT-OK
           END-IF.
           IF WS-CLE-PARENT-OK = 'O'
              MOVE WS-ENR(WS-REG-PAR-POS:WS-REG-PAR-LONG) TO WS-CLE
              IF WS-CLE = SPACES
                 MOVE 'N' TO WS-CLE-PARENT-OK
              END-IF
           END-IF.
           IF WS-CLE-PARENT-OK = 'O'
              IF WS-REG-TYPE = 'B'
                 IF WS-ENR(WS-REG-PAR-POS:WS-REG-PAR-LONG) IS NUMERIC
                    MOVE WS-ENR(WS-REG-PAR-POS:WS-REG-PAR-LONG)
                      TO WS-VALEUR
                    IF WS-VALEUR > WS-MAX-PARENT
                       MOVE WS-VALEUR TO WS-MAX-PARENT
                    END-IF
                 END-IF
                 MOVE 'N' TO WS-CLE-PARENT-OK
              END-IF
           END-IF.
           IF WS-CLE-PARENT-OK = 'O'
              IF WS-NB-CLES-PAR >= WS-MAX-CLES-PAR
                 MOVE 'O' TO WS-TABLE-PLEINE
                 MOVE 'N' TO WS-CLE-PARENT-OK
              END-IF
           END-IF.
           IF WS-CLE-PARENT-OK = 'O'
              ADD 1 TO WS-NB-CLES-PAR
              MOVE WS-CLE TO WS-CLE-PAR(WS-NB-CLES-PAR)
           END-IF.
       2010-CLE-PARENT-FIN.
           EXIT.

      * CHAQUE ENREGISTREMENT DE L'ENFANT : CLE A BLANC, OU NON
      * NUMERIQUE OU A ZERO AVEC L'OPTION N, NON CONTROLEE.
       3000-CONTROLER-ENFANT-DEB.
           MOVE WS-REG-ENF-FORMAT TO WS-FORMAT-LU.
           MOVE WS-REG-ENF-NOM    TO WS-NOM-FICHIER.
           PERFORM 7000-OUVRIR-DEB
              THRU 7000-OUVRIR-FIN.
           IF WS-STATUS-LECTURE NOT = '00'
              DISPLAY 'REGLE ' WS-REG-ID ' ENFANT ABSENT '
                      WS-REG-ENF-NOM ' STATUT ' WS-STATUS-LECTURE
              MOVE 'ENFANT ABSENT' TO WS-ETAT-REGLE
           ELSE
              PERFORM 3010-CLE-ENFANT-DEB
                 THRU 3010-CLE-ENFANT-FIN
                 UNTIL WS-STATUS-LECTURE NOT = '00'
              PERFORM 7900-FERMER-DEB
                 THRU 7900-FERMER-FIN
           END-IF.
       3000-CONTROLER-ENFANT-FIN.
           EXIT.

       3010-CLE-ENFANT-DEB.
           MOVE 'O' TO WS-CLE-ENFANT-OK.
           PERFORM 7100-LIRE-DEB
              THRU 7100-LIRE-FIN.
           IF WS-STATUS-LECTURE NOT = '00'
              MOVE 'N' TO WS-CLE-ENFANT-OK
           END-IF.
           IF WS-CLE-ENFANT-OK = 'O'
              ADD 1 TO WS-NB-LUS-REGLE
              MOVE WS-ENR(WS-REG-ENF-POS:WS-REG-ENF-LONG) TO WS-CLE
              IF WS-CLE = SPACES
                 MOVE 'N' TO WS-CLE-ENFANT-OK
              END-IF
           END-IF.
           IF WS-CLE-ENFANT-OK = 'O'
              AND WS-REG-OPTION = 'N'
              IF WS-ENR(WS-REG-ENF-POS:WS-REG-ENF-LONG) IS NOT NUMERIC
                 MOVE 'N' TO WS-CLE-ENFANT-OK
              ELSE
                 MOVE WS-ENR(WS-REG-ENF-POS:WS-REG-ENF-LONG)
                   TO WS-VALEUR
                 IF WS-VALEUR = 0
                    MOVE 'N' TO WS-CLE-ENFANT-OK
                 END-IF
              END-IF
           END-IF.
           IF WS-CLE-ENFANT-OK = 'O'
              ADD 1 TO WS-NB-CONTROLES
              IF WS-REG-TYPE = 'B'
                 PERFORM 3100-CONTROLER-BORNE-DEB
                    THRU 3100-CONTROLER-BORNE-FIN
              ELSE
                 MOVE 'N' TO WS-CLE-TROUVEE
                 PERFORM 3200-CHERCHER-CLE-DEB
                    THRU 3200-CHERCHER-CLE-FIN
                    VARYING WS-IND-PAR FROM 1 BY 1
                    UNTIL WS-IND-PAR > WS-NB-CLES-PAR
                       OR WS-CLE-TROUVEE = 'O'
              END-IF
              IF WS-CLE-TROUVEE NOT = 'O'
                 PERFORM 3900-ORPHELIN-DEB
                    THRU 3900-ORPHELIN-FIN
              END-IF
           END-IF.
       3010-CLE-ENFANT-FIN.
           EXIT.

       3100-CONTROLER-BORNE-DEB.
           MOVE 'N' TO WS-CLE-TROUVEE.
           IF WS-ENR(WS-REG-ENF-POS:WS-REG-ENF-LONG) IS NUMERIC
              MOVE WS-ENR(WS-REG-ENF-POS:WS-REG-ENF-LONG) TO WS-VALEUR
              IF WS-VALEUR >= 1 AND WS-VALEUR <= WS-MAX-PARENT
                 MOVE 'O' TO WS-CLE-TROUVEE
              END-IF
           END-IF.
       3100-CONTROLER-BORNE-FIN.
           EXIT.

       3200-CHERCHER-CLE-DEB.
           IF WS-CLE-PAR(WS-IND-PAR) = WS-CLE
              MOVE 'O' TO WS-CLE-TROUVEE
           END-IF.
       3200-CHERCHER-CLE-FIN.
           EXIT.

       3900-ORPHELIN-DEB.
           ADD 1 TO WS-NB-ORPH-REGLE.
           MOVE WS-REG-ID       TO WS-RAP-O-REGLE.
           MOVE WS-REG-ENF-NOM  TO WS-RAP-O-NOM.
           MOVE WS-NB-LUS-REGLE TO WS-RAP-O-NUMERO.
           MOVE WS-CLE          TO WS-RAP-O-CLE.
           MOVE WS-ENR(1:50)    TO WS-RAP-O-EXTRAIT.
           MOVE WS-RAP-ORPHELIN TO FS-ENR-RAPPORT.
           PERFORM 6800-ECRIRE-RAPPORT-DEB
              THRU 6800-ECRIRE-RAPPORT-FIN.
       3900-ORPHELIN-FIN.
           EXIT.

      * LIGNE DE RESULTAT DE LA REGLE ET JOURNALISATION DE SON
      * COMPTE D'ORPHELINS.
       4000-RESULTAT-REGLE-DEB.
           MOVE WS-REG-ID        TO WS-RAP-R-REGLE.
           MOVE WS-REG-TYPE      TO WS-RAP-R-TYPE.
           MOVE WS-REG-SEVERITE  TO WS-RAP-R-SEVERITE.
           MOVE WS-REG-ENF-NOM   TO WS-RAP-R-NOM.
           MOVE WS-NB-LUS-REGLE  TO WS-RAP-R-LUS.
           MOVE WS-NB-CONTROLES  TO WS-RAP-R-CONTROLES.
           MOVE WS-NB-ORPH-REGLE TO WS-RAP-R-ORPHELINS.
           MOVE WS-ETAT-REGLE    TO WS-RAP-R-ETAT.
           MOVE WS-RAP-REGLE TO FS-ENR-RAPPORT.
           PERFORM 6800-ECRIRE-RAPPORT-DEB
              THRU 6800-ECRIRE-RAPPORT-FIN.

           MOVE SPACES TO WS-MSG-AUDIT.
           EVALUATE WS-ETAT-REGLE
              WHEN 'APPLIQUEE'
                 ADD 1 TO WS-NB-APPLIQUEES
                 ADD WS-NB-ORPH-REGLE TO WS-NB-ORPH-TOTAL
                 STRING 'REGLE ' WS-REG-ID ' ORPHELINS '
                        WS-NB-ORPH-REGLE
                        DELIMITED BY SIZE
                        INTO WS-MSG-AUDIT
                 END-STRING
                 IF WS-NB-ORPH-REGLE > 0
                    MOVE WS-REG-SEVERITE TO WS-LIEN-ERRLOG-IN-SEVERITE
                 ELSE
                    MOVE 'I' TO WS-LIEN-ERRLOG-IN-SEVERITE
                 END-IF
              WHEN 'ENFANT ABSENT'
                 ADD 1 TO WS-NB-NON-APPLIQUEES
                 STRING 'REGLE ' WS-REG-ID ' ' WS-ETAT-REGLE
                        DELIMITED BY SIZE
                        INTO WS-MSG-AUDIT
                 END-STRING
                 MOVE 'W' TO WS-LIEN-ERRLOG-IN-SEVERITE
              WHEN OTHER
                 ADD 1 TO WS-NB-NON-APPLIQUEES
                 STRING 'REGLE ' WS-REG-ID ' ' WS-ETAT-REGLE
                        DELIMITED BY SIZE
                        INTO WS-MSG-AUDIT
                 END-STRING
                 MOVE 'E' TO WS-LIEN-ERRLOG-IN-SEVERITE
           END-EVALUATE.
           PERFORM 6900-JOURNALISER-DEB
              THRU 6900-JOURNALISER-FIN.
       4000-RESULTAT-REGLE-FIN.
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

      * OUVERTURE, LECTURE ET FERMETURE DU FICHIER WS-NOM-FICHIER
      * SELON SON FORMAT. L'ENREGISTREMENT LU EST RANGE DANS
      * WS-ENR, COMPLETE A BLANC.
       7000-OUVRIR-DEB.
           EVALUATE WS-FORMAT-LU
              WHEN 'C'
                 OPEN INPUT FIC-S106-LECTURE
              WHEN 'I'
                 OPEN INPUT FIC-IDX-LECTURE
              WHEN OTHER
                 OPEN INPUT FIC-LS-LECTURE
           END-EVALUATE.
       7000-OUVRIR-FIN.
           EXIT.

       7100-LIRE-DEB.
           MOVE SPACES TO WS-ENR.
           EVALUATE WS-FORMAT-LU
              WHEN 'C'
                 READ FIC-S106-LECTURE
                    AT END
                       MOVE '10' TO WS-STATUS-LECTURE
                    NOT AT END
                       MOVE FS-ENR-S106-LECTURE TO WS-ENR(1:106)
                 END-READ
              WHEN 'I'
                 READ FIC-IDX-LECTURE NEXT RECORD
                    AT END
                       MOVE '10' TO WS-STATUS-LECTURE
                    NOT AT END
                       MOVE FS-ENR-IDX-LECTURE TO WS-ENR(1:28)
                 END-READ
              WHEN OTHER
                 READ FIC-LS-LECTURE
                    AT END
                       MOVE '10' TO WS-STATUS-LECTURE
                    NOT AT END
                       MOVE FS-ENR-LS-LECTURE TO WS-ENR
                 END-READ
           END-EVALUATE.
      *    LIGNE PLUS LONGUE QUE 200 : TRONQUEE, LA CLE EST DEDANS.
           IF WS-STATUS-LECTURE = '04'
              MOVE '00' TO WS-STATUS-LECTURE
           END-IF.
       7100-LIRE-FIN.
           EXIT.

       7900-FERMER-DEB.
           EVALUATE WS-FORMAT-LU
              WHEN 'C'
                 CLOSE FIC-S106-LECTURE
              WHEN 'I'
                 CLOSE FIC-IDX-LECTURE
              WHEN OTHER
                 CLOSE FIC-LS-LECTURE
           END-EVALUATE.
       7900-FERMER-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'CONTROLE D''INTEGRITE REFERENTIELLE'.
           DISPLAY '***************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'REGLES LUES              : ' WS-NB-REGLES.
           DISPLAY 'REGLES APPLIQUEES        : ' WS-NB-APPLIQUEES.
           DISPLAY 'REGLES NON APPLIQUEES    : ' WS-NB-NON-APPLIQUEES.
           DISPLAY 'ORPHELINS                : ' WS-NB-ORPH-TOTAL.
           MOVE WS-PROGRAM-ID TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'REGLES INTEGRITE'    TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-APPLIQUEES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'ORPHELINS INTEGRITE' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-ORPH-TOTAL TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM INTEGRIT.
