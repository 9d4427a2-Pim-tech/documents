      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sous-programme reutilisable de controle des exercices
      *          comptables. Appele par CALL 'CTLEXERC' USING
      *          LS-LIEN-CTLEXERC avec une date : relit le fichier des
      *          exercices clotures (FEXERCIC, tenu par CPTCLOAN, la
      *          derniere ligne d'un exercice faisant foi) et repond si
      *          l'exercice de cette date est OUVERT ou VERROUILLE.
      *          Un exercice verrouille n'accepte plus aucune
      *          imputation (CPTPOST) ni reouverture de mois
      *          (CLOTMOIS) : ses comptes sont arretes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CTLEXERC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEXERCICES ASSIGN TO FEXERCIC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-EXERCICES.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD FEXERCICES.
       01 FS-ENR-EXERCICE.
          05 FS-EXE-EXERCICE  PIC 9(4).
          05 FILLER PIC X(1).
          05 FS-EXE-STATUT    PIC X(1).
          05 FILLER PIC X(1).
          05 FS-EXE-DATE      PIC 9(8).
          05 FILLER PIC X(1).
          05 FS-EXE-OPERATEUR PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-EXERCICES PIC XX.
       01 WS-EXERCICE-CHERCHE PIC 9(4).
      ********************************************************
      * ZONE DE LIEN AVEC LE PROGRAMME APPELANT
      ********************************************************
      * LA ZONE DE LIEN DOIT ETRE DE LA MEME LONGUEUR
      * DANS LE PROGRAMME ET LE SOUS-PROGRAMME
      ********************************************************
       LINKAGE SECTION.
      ********************************************************
       01 LS-LIEN-CTLEXERC.
          05 LS-LIEN-IN.
             10 LS-LIEN-IN-DATE PIC 9(8).
             10 LS-LIEN-IN-DATE-R REDEFINES LS-LIEN-IN-DATE.
                15 LS-LIEN-IN-AAAA PIC 9(4).
                15 FILLER          PIC 9(4).
          05 LS-LIEN-OU.
             10 LS-LIEN-OU-CODE-RETOUR PIC X.
                88 LS-OU-EXERCICE-OUVERT     VALUE 'O'.
                88 LS-OU-EXERCICE-VERROUILLE VALUE 'V'.
      ********************************************************
       PROCEDURE DIVISION USING LS-LIEN-CTLEXERC.
      ********************************************************
      * SANS FICHIER DES EXERCICES, TOUS LES EXERCICES SONT
      * OUVERTS ; SINON LA DERNIERE LIGNE DE L'EXERCICE FAIT FOI,
      * LE FICHIER ETANT ALIMENTE EN AJOUT PAR CPTCLOAN.
       0000-CTLEXERC-DEB.
           MOVE 'O' TO LS-LIEN-OU-CODE-RETOUR.
           MOVE LS-LIEN-IN-AAAA TO WS-EXERCICE-CHERCHE.
           OPEN INPUT FEXERCICES.
           IF WS-FS-EXERCICES = '00'
              PERFORM 1000-LIRE-EXERCICE-DEB
                 THRU 1000-LIRE-EXERCICE-FIN
                 UNTIL WS-FS-EXERCICES NOT = '00'
              CLOSE FEXERCICES
           END-IF.
           GOBACK.
       0000-CTLEXERC-FIN.
           EXIT.

       1000-LIRE-EXERCICE-DEB.
           READ FEXERCICES
              AT END
                 MOVE '10' TO WS-FS-EXERCICES
           END-READ.
           IF WS-FS-EXERCICES = '00'
              IF FS-EXE-EXERCICE = WS-EXERCICE-CHERCHE
                 MOVE FS-EXE-STATUT TO LS-LIEN-OU-CODE-RETOUR
              END-IF
           END-IF.
       1000-LIRE-EXERCICE-FIN.
           EXIT.
