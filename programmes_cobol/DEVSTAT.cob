       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVSTAT.

      *********************************************************
      *     TAUX DE TRANSFORMATION MENSUEL DES DEVIS PAR CLIENT.
      *
      *     CE PROGRAMME DE FIN DE MOIS (VARIABLE MOISTRT,
      *     AAAAMM, A DEFAUT LE MOIS EN COURS, COMME RECAPMOI)
      *     RELIT LE FICHIER DES DEVIS (DEVIS.TXT, TENU PAR
      *     DEVSAISI ET DEVCONV) ET EDITE, PAR CLIENT, POUR LES
      *     DEVIS EMIS DANS LE MOIS : NOMBRE DE DEVIS, DEVIS
      *     CONVERTIS EN COMMANDE (OU ACCEPTES EN ATTENTE DE
      *     CONVERSION), REFUSES, EXPIRES, ENCORE OUVERTS,
      *     MONTANTS DEVISE ET TRANSFORME, ET TAUX DE
      *     TRANSFORMATION EN NOMBRE DE DEVIS. LES PROSPECTS
      *     QUI NE TRANSFORMENT PAS SAUTENT AUX YEUX. LES LIGNES
      *     SONT AUSSI ECRITES DANS DEVISSTAT.TXT.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DEVIS
              ASSIGN TO "./files/devis.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEV.
           SELECT CLIENT
              ASSIGN TO FCLIENT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CLIENT.
           SELECT FIC-STATS
              ASSIGN TO "./files/devisstat.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-DEVIS RECORDING MODE IS F.
       01  FS-ENR-DEVIS.
           05 FS-DEV-NUMERO   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-DEV-LIGNE    PIC 9(2).
           05 FILLER PIC X(1).
           05 FS-DEV-CLIENT   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-DEV-DATE     PIC 9(8).
           05 FS-DEV-DATE-R REDEFINES FS-DEV-DATE.
               10 FS-DEV-DATE-AAAAMM PIC 9(6).
               10 FS-DEV-DATE-JJ     PIC 9(2).
           05 FILLER PIC X(1).
           05 FS-DEV-VALIDITE PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-DEV-ARTICLE  PIC X(6).
           05 FILLER PIC X(1).
           05 FS-DEV-QTE      PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-DEV-PRIX     PIC 9(3)V99.
           05 FILLER PIC X(1).
           05 FS-DEV-MONTANT  PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-DEV-SOURCE-PRIX PIC X(1).
           05 FILLER PIC X(1).
           05 FS-DEV-STATUT   PIC X(1).
           05 FILLER PIC X(1).
           05 FS-DEV-DATE-STATUT PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-DEV-COMMANDE PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-DEV-OPERATEUR PIC X(8).

       FD CLIENT.
       01  FS-CLIENT PIC X(106).

       FD FIC-STATS RECORDING MODE IS F.
       01  FS-ENR-STAT.
           05 FS-STA-MOIS      PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-STA-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-STA-NOM       PIC X(30).
           05 FILLER PIC X(1).
           05 FS-STA-NB-DEVIS  PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-STA-NB-TRANSF PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-STA-NB-REFUS  PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-STA-NB-EXPIRE PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-STA-NB-OUVERT PIC 9(4).
           05 FILLER PIC X(1).
           05 FS-STA-MT-DEVISE PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-STA-MT-TRANSF PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-STA-TAUX      PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'DEVSTAT'.
       01  WS-STATUS-DEV    PIC XX.
       01  WS-STATUS-CLIENT PIC XX.
       01  WS-STATUS-STAT   PIC XX.

       01  WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-DATE-JOUR-AAAAMM PIC 9(6).
           05 WS-DATE-JOUR-JJ     PIC 9(2).
       01  WS-MOIS-SAISI PIC X(6).
       01  WS-MOIS-TRT   PIC 9(6).

      * VUE DU CLIENT DU FICHIER FCLIENT (FORMAT BAPP1).
       01  WS-CLIENT.
           05 CLIENT-IDCLIENT PIC 9(5).
           05 CLIENT-NOM      PIC X(30).
           05 FILLER          PIC X(71).

      * UNE ENTREE PAR CLIENT AYANT RECU UN DEVIS DANS LE MOIS.
       01  WS-TABLEAU.
           05 WS-NB-CLIENTS PIC 9(3) VALUE 0.
           05 WS-STC OCCURS 300 TIMES.
               10 WS-STC-CLIENT    PIC 9(5).
               10 WS-STC-NOM       PIC X(30).
               10 WS-STC-NB-DEVIS  PIC 9(4).
               10 WS-STC-NB-TRANSF PIC 9(4).
               10 WS-STC-NB-REFUS  PIC 9(4).
               10 WS-STC-NB-EXPIRE PIC 9(4).
               10 WS-STC-NB-OUVERT PIC 9(4).
               10 WS-STC-MT-DEVISE PIC 9(7)V99.
               10 WS-STC-MT-TRANSF PIC 9(7)V99.
       01  WS-IND-STC        PIC 9(3).
       01  WS-IND-STC-TROUVE PIC 9(3).
       01  WS-CLE-CLIENT     PIC 9(5).

       01  WS-DEVIS-PRECEDENT PIC 9(6) VALUE 0.
       01  WS-TAUX            PIC 9(3).

       01  WS-TOTAUX.
           05 WS-TOT-NB-DEVIS  PIC 9(5) VALUE 0.
           05 WS-TOT-NB-TRANSF PIC 9(5) VALUE 0.
           05 WS-TOT-MT-DEVISE PIC 9(8)V99 VALUE 0.
           05 WS-TOT-MT-TRANSF PIC 9(8)V99 VALUE 0.

       01  WS-ED-MONTANT  PIC ZZZZZZ9.99.
       01  WS-ED-MONTANT2 PIC ZZZZZZ9.99.
       01  WS-LIGNE-DEVIS-OK PIC X(1).

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
       0000-DEVSTAT-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI FROM ENVIRONMENT "MOISTRT"
              ON EXCEPTION
                 MOVE SPACES TO WS-MOIS-SAISI
           END-ACCEPT.
           IF WS-MOIS-SAISI = SPACES
              MOVE WS-DATE-JOUR-AAAAMM TO WS-MOIS-TRT
           ELSE
              MOVE WS-MOIS-SAISI TO WS-MOIS-TRT
           END-IF.
           DISPLAY 'MOIS TRAITE : ' WS-MOIS-TRT.
           PERFORM 1000-CUMULER-DEVIS-DEB
              THRU 1000-CUMULER-DEVIS-FIN.
           PERFORM 2000-NOMMER-CLIENTS-DEB
              THRU 2000-NOMMER-CLIENTS-FIN.
           PERFORM 3000-EDITER-TABLEAU-DEB
              THRU 3000-EDITER-TABLEAU-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-DEVSTAT-FIN.
           EXIT.

       1000-CUMULER-DEVIS-DEB.
           OPEN INPUT FIC-DEVIS.
           IF WS-STATUS-DEV NOT = '00'
              DISPLAY 'AUCUN FICHIER DES DEVIS'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 1010-UNE-LIGNE-DEVIS-DEB
              THRU 1010-UNE-LIGNE-DEVIS-FIN
              UNTIL WS-STATUS-DEV NOT = '00'.
           CLOSE FIC-DEVIS.
       1000-CUMULER-DEVIS-FIN.
           EXIT.

      * LES MONTANTS SE CUMULENT PAR LIGNE, LES DEVIS SONT
      * COMPTES UNE FOIS (LIGNES D'UN DEVIS CONTIGUES) SELON LE
      * STATUT PORTE PAR LEURS LIGNES.
       1010-UNE-LIGNE-DEVIS-DEB.
           MOVE 'O' TO WS-LIGNE-DEVIS-OK.
           READ FIC-DEVIS
              AT END
                 MOVE '10' TO WS-STATUS-DEV
           END-READ.
           IF WS-STATUS-DEV NOT = '00'
              MOVE 'N' TO WS-LIGNE-DEVIS-OK
           END-IF.
           IF WS-LIGNE-DEVIS-OK = 'O'
              IF FS-DEV-DATE-AAAAMM NOT = WS-MOIS-TRT
                 MOVE 'N' TO WS-LIGNE-DEVIS-OK
              END-IF
           END-IF.
           IF WS-LIGNE-DEVIS-OK = 'O'
              MOVE FS-DEV-CLIENT TO WS-CLE-CLIENT
              PERFORM 1100-TROUVER-CLIENT-DEB
                 THRU 1100-TROUVER-CLIENT-FIN
              IF WS-IND-STC-TROUVE = 0
                 MOVE 'N' TO WS-LIGNE-DEVIS-OK
              END-IF
           END-IF.
           IF WS-LIGNE-DEVIS-OK = 'O'
              ADD FS-DEV-MONTANT TO WS-STC-MT-DEVISE(WS-IND-STC-TROUVE)
              ADD FS-DEV-MONTANT TO WS-TOT-MT-DEVISE
              IF FS-DEV-STATUT = 'C' OR FS-DEV-STATUT = 'A'
                 ADD FS-DEV-MONTANT
                    TO WS-STC-MT-TRANSF(WS-IND-STC-TROUVE)
                 ADD FS-DEV-MONTANT TO WS-TOT-MT-TRANSF
              END-IF
              IF FS-DEV-NUMERO = WS-DEVIS-PRECEDENT
                 MOVE 'N' TO WS-LIGNE-DEVIS-OK
              END-IF
           END-IF.
           IF WS-LIGNE-DEVIS-OK = 'O'
              MOVE FS-DEV-NUMERO TO WS-DEVIS-PRECEDENT
              ADD 1 TO WS-STC-NB-DEVIS(WS-IND-STC-TROUVE)
              ADD 1 TO WS-TOT-NB-DEVIS
              EVALUATE FS-DEV-STATUT
                 WHEN 'C'
                 WHEN 'A'
                    ADD 1 TO WS-STC-NB-TRANSF(WS-IND-STC-TROUVE)
                    ADD 1 TO WS-TOT-NB-TRANSF
                 WHEN 'R'
                    ADD 1 TO WS-STC-NB-REFUS(WS-IND-STC-TROUVE)
                 WHEN 'E'
                    ADD 1 TO WS-STC-NB-EXPIRE(WS-IND-STC-TROUVE)
                 WHEN OTHER
                    ADD 1 TO WS-STC-NB-OUVERT(WS-IND-STC-TROUVE)
              END-EVALUATE
           END-IF.
       1010-UNE-LIGNE-DEVIS-FIN.
           EXIT.

      * CLIENT CHERCHE DANS LE TABLEAU, AJOUTE S'IL N'Y EST PAS.
       1100-TROUVER-CLIENT-DEB.
           MOVE 0 TO WS-IND-STC-TROUVE.
           PERFORM 1110-CHERCHER-CLIENT-DEB
              THRU 1110-CHERCHER-CLIENT-FIN
              VARYING WS-IND-STC FROM 1 BY 1
              UNTIL WS-IND-STC > WS-NB-CLIENTS
              OR WS-IND-STC-TROUVE > 0.
           IF WS-IND-STC-TROUVE = 0
              IF WS-NB-CLIENTS < 300
                 ADD 1 TO WS-NB-CLIENTS
                 MOVE WS-NB-CLIENTS TO WS-IND-STC-TROUVE
                 MOVE WS-CLE-CLIENT
                   TO WS-STC-CLIENT(WS-IND-STC-TROUVE)
                 MOVE SPACES TO WS-STC-NOM(WS-IND-STC-TROUVE)
                 MOVE 0 TO WS-STC-NB-DEVIS(WS-IND-STC-TROUVE)
                 MOVE 0 TO WS-STC-NB-TRANSF(WS-IND-STC-TROUVE)
                 MOVE 0 TO WS-STC-NB-REFUS(WS-IND-STC-TROUVE)
                 MOVE 0 TO WS-STC-NB-EXPIRE(WS-IND-STC-TROUVE)
                 MOVE 0 TO WS-STC-NB-OUVERT(WS-IND-STC-TROUVE)
                 MOVE 0 TO WS-STC-MT-DEVISE(WS-IND-STC-TROUVE)
                 MOVE 0 TO WS-STC-MT-TRANSF(WS-IND-STC-TROUVE)
              ELSE
                 DISPLAY 'TABLEAU DES CLIENTS PLEIN (300), CLIENT '
                         'IGNORE : ' WS-CLE-CLIENT
              END-IF
           END-IF.
       1100-TROUVER-CLIENT-FIN.
           EXIT.

       1110-CHERCHER-CLIENT-DEB.
           IF WS-STC-CLIENT(WS-IND-STC) = WS-CLE-CLIENT
              MOVE WS-IND-STC TO WS-IND-STC-TROUVE
           END-IF.
       1110-CHERCHER-CLIENT-FIN.
           EXIT.

      * NOMS DES CLIENTS DU TABLEAU, PRIS DANS FCLIENT
      * (ENVELOPPE SAUTEE).
       2000-NOMMER-CLIENTS-DEB.
           OPEN INPUT CLIENT.
           IF WS-STATUS-CLIENT = '00'
              PERFORM 2010-NOMMER-CLIENT-DEB
                 THRU 2010-NOMMER-CLIENT-FIN
                 UNTIL WS-STATUS-CLIENT NOT = '00'
              CLOSE CLIENT
           END-IF.
       2000-NOMMER-CLIENTS-FIN.
           EXIT.

       2010-NOMMER-CLIENT-DEB.
           READ CLIENT INTO WS-CLIENT
              AT END
                 MOVE '10' TO WS-STATUS-CLIENT
           END-READ.
           IF WS-STATUS-CLIENT = '00'
              IF WS-CLIENT(1:6) = 'ENTETE'
                 OR WS-CLIENT(1:3) = 'FIN'
                 CONTINUE
              ELSE
                 MOVE 0 TO WS-IND-STC-TROUVE
                 MOVE CLIENT-IDCLIENT TO WS-CLE-CLIENT
                 PERFORM 1110-CHERCHER-CLIENT-DEB
                    THRU 1110-CHERCHER-CLIENT-FIN
                    VARYING WS-IND-STC FROM 1 BY 1
                    UNTIL WS-IND-STC > WS-NB-CLIENTS
                    OR WS-IND-STC-TROUVE > 0
                 IF WS-IND-STC-TROUVE > 0
                    MOVE CLIENT-NOM
                      TO WS-STC-NOM(WS-IND-STC-TROUVE)
                 END-IF
              END-IF
           END-IF.
       2010-NOMMER-CLIENT-FIN.
           EXIT.

       3000-EDITER-TABLEAU-DEB.
           OPEN OUTPUT FIC-STATS.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'CLIENT NOM                 DEVIS TRANSF REFUS '
                   'EXPIR OUVERT   DEVISE   TRANSFORME TAUX'.
           PERFORM 3010-EDITER-CLIENT-DEB
              THRU 3010-EDITER-CLIENT-FIN
              VARYING WS-IND-STC FROM 1 BY 1
              UNTIL WS-IND-STC > WS-NB-CLIENTS.
           DISPLAY '---------------------------------------------'.
           CLOSE FIC-STATS.
       3000-EDITER-TABLEAU-FIN.
           EXIT.

       3010-EDITER-CLIENT-DEB.
           IF WS-STC-NB-DEVIS(WS-IND-STC) > 0
              COMPUTE WS-TAUX ROUNDED =
                      WS-STC-NB-TRANSF(WS-IND-STC) * 100
                      / WS-STC-NB-DEVIS(WS-IND-STC)
           ELSE
              MOVE 0 TO WS-TAUX
           END-IF.
           MOVE SPACES TO FS-ENR-STAT.
           MOVE WS-MOIS-TRT                  TO FS-STA-MOIS.
           MOVE WS-STC-CLIENT(WS-IND-STC)    TO FS-STA-CLIENT.
           MOVE WS-STC-NOM(WS-IND-STC)       TO FS-STA-NOM.
           MOVE WS-STC-NB-DEVIS(WS-IND-STC)  TO FS-STA-NB-DEVIS.
           MOVE WS-STC-NB-TRANSF(WS-IND-STC) TO FS-STA-NB-TRANSF.
           MOVE WS-STC-NB-REFUS(WS-IND-STC)  TO FS-STA-NB-REFUS.
           MOVE WS-STC-NB-EXPIRE(WS-IND-STC) TO FS-STA-NB-EXPIRE.
           MOVE WS-STC-NB-OUVERT(WS-IND-STC) TO FS-STA-NB-OUVERT.
           MOVE WS-STC-MT-DEVISE(WS-IND-STC) TO FS-STA-MT-DEVISE.
           MOVE WS-STC-MT-TRANSF(WS-IND-STC) TO FS-STA-MT-TRANSF.
           MOVE WS-TAUX                      TO FS-STA-TAUX.
           WRITE FS-ENR-STAT.
           MOVE WS-STC-MT-DEVISE(WS-IND-STC) TO WS-ED-MONTANT.
           MOVE WS-STC-MT-TRANSF(WS-IND-STC) TO WS-ED-MONTANT2.
           DISPLAY WS-STC-CLIENT(WS-IND-STC) ' '
                   WS-STC-NOM(WS-IND-STC)(1:20) ' '
                   WS-STC-NB-DEVIS(WS-IND-STC) '  '
                   WS-STC-NB-TRANSF(WS-IND-STC) '  '
                   WS-STC-NB-REFUS(WS-IND-STC) '  '
                   WS-STC-NB-EXPIRE(WS-IND-STC) '  '
                   WS-STC-NB-OUVERT(WS-IND-STC) ' '
                   WS-ED-MONTANT ' ' WS-ED-MONTANT2 ' '
                   WS-TAUX '%'.
       3010-EDITER-CLIENT-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'TRANSFORMATION DES DEVIS PAR CLIENT'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           IF WS-TOT-NB-DEVIS > 0
              COMPUTE WS-TAUX ROUNDED =
                      WS-TOT-NB-TRANSF * 100 / WS-TOT-NB-DEVIS
           ELSE
              MOVE 0 TO WS-TAUX
           END-IF.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'CLIENTS DEVISES    : ' WS-NB-CLIENTS.
           DISPLAY 'DEVIS EMIS         : ' WS-TOT-NB-DEVIS.
           DISPLAY 'DEVIS TRANSFORMES  : ' WS-TOT-NB-TRANSF.
           MOVE WS-TOT-MT-DEVISE TO WS-ED-MONTANT.
           DISPLAY 'MONTANT DEVISE     : ' WS-ED-MONTANT.
           MOVE WS-TOT-MT-TRANSF TO WS-ED-MONTANT.
           DISPLAY 'MONTANT TRANSFORME : ' WS-ED-MONTANT.
           DISPLAY 'TAUX GLOBAL        : ' WS-TAUX '%'.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'TAUX TRANSFO DEVIS' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-TAUX              TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM DEVSTAT.
