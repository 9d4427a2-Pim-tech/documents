       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCONV.

      *********************************************************
      *     CONVERSION DES DEVIS ACCEPTES EN COMMANDES ET
      *     EXPIRATION DES DEVIS PERIMES.
      *
      *     CE PROGRAMME RELIT LE FICHIER DES DEVIS TENU PAR
      *     DEVSAISI (DEVIS.TXT) :
      *       - CHAQUE DEVIS ACCEPTE ('A') DEVIENT UNE COMMANDE
      *         AU FORMAT FCOMMAND DE BAPP1 (STATUT 'E'), UNE
      *         LIGNE DE COMMANDE PAR LIGNE DE DEVIS, AU MONTANT
      *         DU DEVIS : LE PRIX DEVISE EST HONORE MEME SI LE
      *         CATALOGUE A CHANGE DEPUIS, AVEC SON ORIGINE
      *         (CONTRAT, PROMOTION, CATALOGUE). LES LIGNES SONT
      *         AJOUTEES, COMME CELLES DE COMMANDS, AU FICHIER
      *         DE TRAVAIL DU JOUR (CMDJOUR_TRAV.TXT) ET AU
      *         FICHIER PERSISTANT DES COMMANDES EN COURS, PUIS
      *         LE FICHIER DU JOUR FCOMMAND_JOUR.TXT EST REFAIT
      *         (TRI PAR CLIENT, ENVELOPPE NORMALISEE) COMME EN
      *         FIN DE VACATION COMMANDS. LA NUMEROTATION REPREND
      *         AU PLUS GRAND IDCOMMAND DU FICHIER DE TRAVAIL, ET
      *         LE VERROU D'EXECUTION DE COMMANDS EST PRIS PENDANT
      *         LE TRAITEMENT (MEME FICHIER DE TRAVAIL EN AJOUT),
      *       - LE DEVIS CONVERTI PASSE AU STATUT 'C' ET PORTE LE
      *         NUMERO DE LA COMMANDE,
      *       - UN DEVIS ENCORE OUVERT ('O') DONT LA FIN DE
      *         VALIDITE EST DEPASSEE PASSE AU STATUT 'E'.
      *     UNE NOUVELLE GENERATION DEVIS_NEW.TXT EST ECRITE, A
      *     BASCULER APRES CONTROLE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DEVIS
              ASSIGN TO "./files/devis.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEV.
           SELECT FIC-DEVIS-NOUV
              ASSIGN TO "./files/devis_new.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-NOUV.
           SELECT FIC-CMD-TRAVAIL
              ASSIGN TO "./files/cmdjour_trav.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CMDTRV.
           SELECT FIC-CMD-TRIE
              ASSIGN TO "./files/cmdjour_tri.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CMDTRI.
           SELECT FIC-CMD-JOUR
              ASSIGN TO "./files/fcommand_jour.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CMDJR.
           SELECT FIC-CMD-ENCOURS
              ASSIGN TO "./files/fcommand_encours.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENCOURS.
           SELECT FIC-TRI-CDE
              ASSIGN TO TRICDE.

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

       FD FIC-DEVIS-NOUV RECORDING MODE IS F.
       01  FS-ENR-DEVIS-NOUV PIC X(86).

       FD FIC-CMD-TRAVAIL RECORDING MODE IS F.
       01  FS-ENR-CMD-TRAVAIL PIC X(110).

       FD FIC-CMD-TRIE RECORDING MODE IS F.
       01  FS-ENR-CMD-TRIE PIC X(110).

       FD FIC-CMD-JOUR RECORDING MODE IS F.
       01  FS-ENR-CMD-JOUR PIC X(110).

       FD FIC-CMD-ENCOURS RECORDING MODE IS F.
       01  FS-ENR-CMD-ENCOURS PIC X(110).

       SD FIC-TRI-CDE.
       01  SD-ENR-CDE.
           05 SD-CDE-IDCOMMAND PIC 9(5).
           05 SD-CDE-CODESTR   PIC X.
           05 SD-CDE-NUMLIGNE  PIC 99.
           05 SD-CDE-IDCLIENT  PIC 9(5).
           05 FILLER           PIC X(97).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'DEVCONV'.
       01  WS-STATUS-DEV     PIC XX.
       01  WS-STATUS-NOUV    PIC XX.
       01  WS-STATUS-CMDTRV  PIC XX.
       01  WS-STATUS-CMDTRI  PIC XX.
       01  WS-STATUS-CMDJR   PIC XX.
       01  WS-STATUS-ENCOURS PIC XX.

       01  WS-DATE-JOUR PIC 9(8).

      * ENREGISTREMENT AU FORMAT WS-COMMANDE DE BAPP1, COMME
      * DANS COMMANDS.
       01  WS-ENR-COMMANDE.
           05 CMD-IDCOMMAND PIC 9(5).
           05 CMD-CODESTR   PIC X.
           05 CMD-NUMLIGNE  PIC 99.
           05 CMD-IDCLIENT  PIC 9(5).
           05 CMD-DATE      PIC 9(8).
           05 CMD-ARTICLE   PIC X(6).
           05 CMD-QUANTITE  PIC 9(3).
           05 CMD-MONTANT   PIC 9(5)V99.
           05 CMD-OPERATEUR PIC X(8).
           05 CMD-SOURCE-PRIX PIC X(1).
           05 CMD-QTE-EXPEDIEE PIC 9(3).
           05 FILLER        PIC X(61).

       01  WS-NUM-COMMANDE-COURANTE PIC 9(5) VALUE 0.
       01  WS-DEVIS-EN-COURS        PIC 9(6) VALUE 0.
       01  WS-NUMLIGNE              PIC 99 VALUE 0.
       01  WS-NB-ENVELOPPEES        PIC 9(7) VALUE 0.

       01  WS-COMPTEURS.
           05 WS-NB-LIGNES-LUES   PIC 9(7) VALUE 0.
           05 WS-NB-CONVERTIS     PIC 9(5) VALUE 0.
           05 WS-NB-LIGNES-CDE    PIC 9(5) VALUE 0.
           05 WS-NB-EXPIRES       PIC 9(5) VALUE 0.
       01  WS-MONTANT-CONVERTI PIC 9(7)V99 VALUE 0.
       01  WS-DEVIS-EXPIRE     PIC 9(6) VALUE 0.

      * VERROU D'EXECUTION DE COMMANDS : LE FICHIER DE TRAVAIL
      * DU JOUR NE DOIT PAS ETRE ALIMENTE PAR DEUX PROGRAMMES A
      * LA FOIS.
       01  WS-SOUS-PROG-VERREXEC PIC X(8) VALUE 'VERREXEC'.
       01  WS-LIEN-VERREXEC.
           05 WS-LIEN-VERREXEC-IN.
               10 WS-LIEN-VERREXEC-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-VERREXEC-IN-OPERATEUR PIC X(8).
               10 WS-LIEN-VERREXEC-IN-ACTION    PIC X.
           05 WS-LIEN-VERREXEC-OU.
               10 WS-LIEN-VERREXEC-OU-CODE-RETOUR PIC X.
               10 WS-LIEN-VERREXEC-OU-MESSAGE     PIC X(40).

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
       0000-DEVCONV-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           OPEN INPUT FIC-DEVIS.
           IF WS-STATUS-DEV NOT = '00'
              DISPLAY 'AUCUN FICHIER DES DEVIS, RIEN A CONVERTIR'
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           MOVE 'COMMANDS'    TO WS-LIEN-VERREXEC-IN-PROGRAMME.
           MOVE WS-PROGRAM-ID TO WS-LIEN-VERREXEC-IN-OPERATEUR.
           MOVE 'P'           TO WS-LIEN-VERREXEC-IN-ACTION.
           CALL WS-SOUS-PROG-VERREXEC USING WS-LIEN-VERREXEC.
           IF WS-LIEN-VERREXEC-OU-CODE-RETOUR NOT = 'A'
              DISPLAY 'EXECUTION REFUSEE : '
                      WS-LIEN-VERREXEC-OU-MESSAGE
              CLOSE FIC-DEVIS
              PERFORM 9990-FIN-ANORMALE-DEB
                 THRU 9990-FIN-ANORMALE-FIN
           END-IF.
           PERFORM 1000-REPRENDRE-NUMEROTATION-DEB
              THRU 1000-REPRENDRE-NUMEROTATION-FIN.
           PERFORM 2000-TRAITER-DEVIS-DEB
              THRU 2000-TRAITER-DEVIS-FIN.
           PERFORM 3000-ENVELOPPER-FLUX-DEB
              THRU 3000-ENVELOPPER-FLUX-FIN.
           MOVE 'COMMANDS'    TO WS-LIEN-VERREXEC-IN-PROGRAMME.
           MOVE WS-PROGRAM-ID TO WS-LIEN-VERREXEC-IN-OPERATEUR.
           MOVE 'L'           TO WS-LIEN-VERREXEC-IN-ACTION.
           CALL WS-SOUS-PROG-VERREXEC USING WS-LIEN-VERREXEC.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-DEVCONV-FIN.
           EXIT.

      * MEME REPRISE QUE COMMANDS : PLUS GRAND IDCOMMAND DEJA
      * ATTRIBUE DANS LE FICHIER DE TRAVAIL.
       1000-REPRENDRE-NUMEROTATION-DEB.
           OPEN INPUT FIC-CMD-TRAVAIL.
           IF WS-STATUS-CMDTRV = '00'
              PERFORM 1010-RELEVER-NUMERO-DEB
                 THRU 1010-RELEVER-NUMERO-FIN
                 UNTIL WS-STATUS-CMDTRV NOT = '00'
              CLOSE FIC-CMD-TRAVAIL
           END-IF.
       1000-REPRENDRE-NUMEROTATION-FIN.
           EXIT.

       1010-RELEVER-NUMERO-DEB.
           READ FIC-CMD-TRAVAIL INTO WS-ENR-COMMANDE
              AT END
                 MOVE '10' TO WS-STATUS-CMDTRV
           END-READ.
           IF WS-STATUS-CMDTRV = '00'
              IF CMD-IDCOMMAND > WS-NUM-COMMANDE-COURANTE
                 MOVE CMD-IDCOMMAND TO WS-NUM-COMMANDE-COURANTE
              END-IF
           END-IF.
       1010-RELEVER-NUMERO-FIN.
           EXIT.

       2000-TRAITER-DEVIS-DEB.
           OPEN OUTPUT FIC-DEVIS-NOUV.
           OPEN EXTEND FIC-CMD-TRAVAIL.
           IF WS-STATUS-CMDTRV NOT = '00'
              OPEN OUTPUT FIC-CMD-TRAVAIL
           END-IF.
           OPEN EXTEND FIC-CMD-ENCOURS.
           IF WS-STATUS-ENCOURS NOT = '00'
              OPEN OUTPUT FIC-CMD-ENCOURS
           END-IF.
           PERFORM 2010-UNE-LIGNE-DEVIS-DEB
              THRU 2010-UNE-LIGNE-DEVIS-FIN
              UNTIL WS-STATUS-DEV NOT = '00'.
           CLOSE FIC-DEVIS.
           CLOSE FIC-DEVIS-NOUV.
           CLOSE FIC-CMD-TRAVAIL.
           CLOSE FIC-CMD-ENCOURS.
       2000-TRAITER-DEVIS-FIN.
           EXIT.

       2010-UNE-LIGNE-DEVIS-DEB.
           READ FIC-DEVIS
              AT END
                 MOVE '10' TO WS-STATUS-DEV
           END-READ.
           IF WS-STATUS-DEV = '00'
              ADD 1 TO WS-NB-LIGNES-LUES
              EVALUATE TRUE
                 WHEN FS-DEV-STATUT = 'A'
                    PERFORM 2100-CONVERTIR-LIGNE-DEB
                       THRU 2100-CONVERTIR-LIGNE-FIN
                 WHEN FS-DEV-STATUT = 'O'
                      AND FS-DEV-VALIDITE < WS-DATE-JOUR
                    PERFORM 2200-EXPIRER-LIGNE-DEB
                       THRU 2200-EXPIRER-LIGNE-FIN
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              WRITE FS-ENR-DEVIS-NOUV FROM FS-ENR-DEVIS
           END-IF.
       2010-UNE-LIGNE-DEVIS-FIN.
           EXIT.

      * LES LIGNES D'UN DEVIS SONT CONTIGUES : UN NOUVEAU NUMERO
      * DE DEVIS OUVRE UNE NOUVELLE COMMANDE.
       2100-CONVERTIR-LIGNE-DEB.
           IF FS-DEV-NUMERO NOT = WS-DEVIS-EN-COURS
              MOVE FS-DEV-NUMERO TO WS-DEVIS-EN-COURS
              ADD 1 TO WS-NUM-COMMANDE-COURANTE
              MOVE 0 TO WS-NUMLIGNE
              ADD 1 TO WS-NB-CONVERTIS
              DISPLAY 'DEVIS ' FS-DEV-NUMERO ' CLIENT '
                      FS-DEV-CLIENT ' CONVERTI EN COMMANDE '
                      WS-NUM-COMMANDE-COURANTE
           END-IF.
           ADD 1 TO WS-NUMLIGNE.
           MOVE SPACES TO WS-ENR-COMMANDE.
           MOVE WS-NUM-COMMANDE-COURANTE TO CMD-IDCOMMAND.
           MOVE 'E'                      TO CMD-CODESTR.
           MOVE WS-NUMLIGNE              TO CMD-NUMLIGNE.
           MOVE FS-DEV-CLIENT            TO CMD-IDCLIENT.
           MOVE WS-DATE-JOUR             TO CMD-DATE.
           MOVE FS-DEV-ARTICLE           TO CMD-ARTICLE.
           MOVE FS-DEV-QTE               TO CMD-QUANTITE.
           MOVE FS-DEV-MONTANT           TO CMD-MONTANT.
           MOVE FS-DEV-OPERATEUR         TO CMD-OPERATEUR.
           MOVE FS-DEV-SOURCE-PRIX       TO CMD-SOURCE-PRIX.
           MOVE 0                          TO CMD-QTE-EXPEDIEE.
           WRITE FS-ENR-CMD-TRAVAIL FROM WS-ENR-COMMANDE.
           WRITE FS-ENR-CMD-ENCOURS FROM WS-ENR-COMMANDE.
           ADD 1 TO WS-NB-LIGNES-CDE.
           ADD FS-DEV-MONTANT TO WS-MONTANT-CONVERTI.
           MOVE 'C'                      TO FS-DEV-STATUT.
           MOVE WS-DATE-JOUR             TO FS-DEV-DATE-STATUT.
           MOVE WS-NUM-COMMANDE-COURANTE TO FS-DEV-COMMANDE.
       2100-CONVERTIR-LIGNE-FIN.
           EXIT.

       2200-EXPIRER-LIGNE-DEB.
           IF FS-DEV-NUMERO NOT = WS-DEVIS-EXPIRE
              MOVE FS-DEV-NUMERO TO WS-DEVIS-EXPIRE
              ADD 1 TO WS-NB-EXPIRES
              DISPLAY 'DEVIS ' FS-DEV-NUMERO ' CLIENT '
                      FS-DEV-CLIENT ' EXPIRE LE ' FS-DEV-VALIDITE
           END-IF.
           MOVE 'E'          TO FS-DEV-STATUT.
           MOVE WS-DATE-JOUR TO FS-DEV-DATE-STATUT.
       2200-EXPIRER-LIGNE-FIN.
           EXIT.

      * LE FICHIER DU JOUR EST REFAIT COMME EN FIN DE VACATION
      * COMMANDS : TRI PAR IDCLIENT (PUIS COMMANDE ET LIGNE),
      * SEULES LES LIGNES DU JOUR, ENVELOPPE NORMALISEE.
       3000-ENVELOPPER-FLUX-DEB.
           IF WS-NB-LIGNES-CDE NOT = 0
              SORT FIC-TRI-CDE
                  ON ASCENDING SD-CDE-IDCLIENT
                               SD-CDE-IDCOMMAND
                               SD-CDE-NUMLIGNE
                  USING FIC-CMD-TRAVAIL
                  GIVING FIC-CMD-TRIE
              OPEN INPUT FIC-CMD-TRIE
              OPEN OUTPUT FIC-CMD-JOUR
              MOVE 0 TO WS-NB-ENVELOPPEES
              MOVE SPACES TO FS-ENR-CMD-JOUR
              STRING 'ENTETE FCOMMAND ' WS-DATE-JOUR
                     DELIMITED BY SIZE INTO FS-ENR-CMD-JOUR
              END-STRING
              WRITE FS-ENR-CMD-JOUR
              PERFORM 3010-COPIER-LIGNE-TRIEE-DEB
                 THRU 3010-COPIER-LIGNE-TRIEE-FIN
                 UNTIL WS-STATUS-CMDTRI NOT = '00'
              MOVE SPACES TO FS-ENR-CMD-JOUR
              STRING 'FIN ' WS-NB-ENVELOPPEES
                     DELIMITED BY SIZE INTO FS-ENR-CMD-JOUR
              END-STRING
              WRITE FS-ENR-CMD-JOUR
              CLOSE FIC-CMD-TRIE
              CLOSE FIC-CMD-JOUR
              DISPLAY 'LIGNES VERSEES AU FLUX BAPP1 : '
                      WS-NB-ENVELOPPEES
           END-IF.
       3000-ENVELOPPER-FLUX-FIN.
           EXIT.

       3010-COPIER-LIGNE-TRIEE-DEB.
           READ FIC-CMD-TRIE INTO WS-ENR-COMMANDE
              AT END
                 MOVE '10' TO WS-STATUS-CMDTRI
           END-READ.
           IF WS-STATUS-CMDTRI = '00'
              IF CMD-DATE = WS-DATE-JOUR
                 MOVE WS-ENR-COMMANDE TO FS-ENR-CMD-JOUR
                 WRITE FS-ENR-CMD-JOUR
                 ADD 1 TO WS-NB-ENVELOPPEES
              END-IF
           END-IF.
       3010-COPIER-LIGNE-TRIEE-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'CONVERSION DES DEVIS EN COMMANDES'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY 'LIGNES DE DEVIS LUES : ' WS-NB-LIGNES-LUES.
           DISPLAY 'DEVIS CONVERTIS      : ' WS-NB-CONVERTIS.
           DISPLAY 'LIGNES DE COMMANDE   : ' WS-NB-LIGNES-CDE.
           DISPLAY 'MONTANT CONVERTI     : ' WS-MONTANT-CONVERTI.
           DISPLAY 'DEVIS EXPIRES        : ' WS-NB-EXPIRES.
           DISPLAY 'BASCULER DEVIS_NEW.TXT SUR DEVIS.TXT APRES '
                   'CONTROLE'.
           DISPLAY '***********************************'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'DEVIS CONVERTIS'    TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-CONVERTIS      TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'DEVIS EXPIRES'      TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-EXPIRES        TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
       8990-FIN-STATISTIQUES-FIN.
           EXIT.

       9990-FIN-ANORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN ANORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9990-FIN-ANORMALE-FIN.
           EXIT.

       9999-FIN-NORMALE-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'FIN NORMALE DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           STOP RUN.
       9999-FIN-NORMALE-FIN.
           EXIT.

       END PROGRAM DEVCONV.
