      *     FAUDITLOG VIA ERRLOG (TYPE 'M'), POUR POUVOIR DIRE
      *     QUI A CHANGE QUEL CLIENT ET QUAND ; UN COMPTE-RENDU
      *     APPLIQUES/REJETES EST AFFICHE EN FIN DE RUN.
      *     LE MOUVEMENT PEUT PORTER LE CODE DU REPRESENTANT QUI
      *     SUIT LE CLIENT (BASE DES COMMISSIONS DE COMMREP) ;
      *     UN CODE ABSENT DE LA TABLE DES REPRESENTANTS
      *     (REPRESENT.TXT) FAIT REJETER LE MOUVEMENT.
      *     IL PEUT AUSSI PORTER LA DEVISE DE FACTURATION DU
      *     CLIENT (CODE A 3 LETTRES, A BLANC POUR L'EURO) :
      *     CMDFACT FACTURE ALORS DANS CETTE DEVISE. SEUL UN
      *     CLIENT EXPORT (PAYS AUTRE QUE FR) PEUT ETRE FACTURE
      *     EN DEVISE ; 'EUR' RAMENE UN CLIENT A L'EURO.
      *********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MOUVEMENTS
            ASSIGN TO FCLIMVT
            FILE STATUS IS WS-STATUS-MVT.
           SELECT REPRESENTANTS
            ASSIGN TO "./files/represent.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATUS-REP.

       DATA DIVISION.
       FILE SECTION.
         FD CLIENT.
         01 FS-CLIENT PIC X(106).
         FD CLIENT-NOUVEAU.
         01 FS-CLIENT-NOUVEAU PIC X(106).
         FD MOUVEMENTS.
         01 FS-MOUVEMENT PIC X(118).
      *    TABLE DES REPRESENTANTS : UNE LIGNE PAR REPRESENTANT
      *    ET FAMILLE D'ARTICLES COMMISSIONNEE (CF. COMMREP).
         FD REPRESENTANTS.
         01 FS-REPRESENTANT.
            05 FS-REP-CODE    PIC X(3).
            05 FILLER         PIC X(1).
            05 FS-REP-NOM     PIC X(20).
            05 FILLER         PIC X(1).
            05 FS-REP-FAMILLE PIC X(3).
            05 FILLER         PIC X(1).
            05 FS-REP-TAUX    PIC 99V99.

       WORKING-STORAGE SECTION.
      *    LE BLOC ADRESSE ET CONTACT OCCUPE L'ANCIEN FILLER DE
            05 CLIENT-PAYS                PIC X(2).
            05 CLIENT-CONTACT             PIC X(15).
            05 CLIENT-TEL                 PIC X(8).
      *    LE REPRESENTANT DU CLIENT PROLONGE L'ENREGISTREMENT
      *    (103 OCTETS), TOUS LES LECTEURS DE FCLIENT SUIVENT.
            05 CLIENT-REPRESENTANT        PIC X(3).
      *    DEVISE DE FACTURATION (106 OCTETS), A BLANC POUR
      *    L'EURO.
            05 CLIENT-DEVISE              PIC X(3).
      *    LE MOUVEMENT PORTE DESORMAIS LE BLOC ADRESSE A LA
      *    SUITE DU NOM ; LES ANCIENS FICHIERS DE MOUVEMENTS
      *    PLUS COURTS RESTENT LISIBLES (ZONES A BLANC).
            05 MVT-CONTACT                PIC X(15).
            05 FILLER                     PIC X.
            05 MVT-TEL                    PIC X(8).
            05 FILLER                     PIC X.
            05 MVT-REPRESENTANT           PIC X(3).
            05 FILLER                     PIC X.
            05 MVT-DEVISE                 PIC X(3).

          01 WS-STATUS-CLIENT  PIC XX.
          01 WS-STATUS-NOUVEAU PIC XX.
          01 WS-STATUS-MVT     PIC XX.
          01 WS-STATUS-REP     PIC XX.

      *    CODES REPRESENTANTS CONNUS (TABLE DEDOUBLONNEE).
          01 WS-REPRESENTANTS.
             05 WS-NB-REPS PIC 9(3) VALUE 0.
             05 WS-REP-CODE PIC X(3) OCCURS 100 TIMES.
          01 WS-IND-REP    PIC 9(3).
          01 WS-REP-VALIDE PIC X.

      *    TEMOIN DE SUPPRESSION DU CLIENT EN COURS, ET DERNIER
      *    IDCLIENT DE MOUVEMENT LU (CONTROLE DE SEQUENCE).

          01 WS-MSG-AUDIT PIC X(40).
          01 WS-CP-VALIDE PIC X.
          01 WS-DEVISE-VALIDE PIC X.
          01 WS-PAYS-CONTROLE PIC X(2).
          01 WS-DEVISE-CONTROLE PIC X(3).

      *    ZONE DE CONSTRUCTION DES CREATIONS : WS-CLIENT PORTE
      *    ENCORE LE CLIENT COURANT DE L'APPARIEMENT, PAS ENCORE
             05 CRE-PAYS     PIC X(2).
             05 CRE-CONTACT  PIC X(15).
             05 CRE-TEL      PIC X(8).
             05 CRE-REPRESENTANT PIC X(3).
             05 CRE-DEVISE       PIC X(3).

      *    JOURNALISATION CENTRALE DES CHANGEMENTS, MEME
      *    CONVENTION D'APPEL QUE DANS LES AUTRES PROGRAMMES.
           DISPLAY '*     DEBUT DU PROGRAMME CLIMAINT              *'.
           DISPLAY '************************************************'.

           PERFORM 0500-CHARGER-REPRESENTANTS-DEB
              THRU 0500-CHARGER-REPRESENTANTS-FIN.
           OPEN INPUT CLIENT.
           OPEN INPUT MOUVEMENTS.
           IF WS-STATUS-MVT NOT = ZERO
       0000-CLIMAINT-FIN.
            EXIT.

      *    CODES DE LA TABLE DES REPRESENTANTS ; SANS TABLE, TOUT
      *    MOUVEMENT PORTANT UN REPRESENTANT SERA REJETE.
       0500-CHARGER-REPRESENTANTS-DEB.
           OPEN INPUT REPRESENTANTS.
           IF WS-STATUS-REP = ZERO
              PERFORM 0510-CHARGER-UN-REP-DEB
                 THRU 0510-CHARGER-UN-REP-FIN
                 UNTIL WS-STATUS-REP NOT = ZERO
              CLOSE REPRESENTANTS
           ELSE
              DISPLAY 'TABLE DES REPRESENTANTS ABSENTE'
           END-IF.
       0500-CHARGER-REPRESENTANTS-FIN.
            EXIT.

       0510-CHARGER-UN-REP-DEB.
           READ REPRESENTANTS
              AT END
                 MOVE '10' TO WS-STATUS-REP
           END-READ.
           IF WS-STATUS-REP = ZERO
              MOVE FS-REP-CODE TO MVT-REPRESENTANT
              PERFORM 3600-CONTROLER-REP-DEB
                 THRU 3600-CONTROLER-REP-FIN
              IF WS-REP-VALIDE = 'N'
                 IF WS-NB-REPS < 100
                    ADD 1 TO WS-NB-REPS
                    MOVE FS-REP-CODE TO WS-REP-CODE(WS-NB-REPS)
                 ELSE
                    DISPLAY 'TABLE DES REPRESENTANTS PLEINE (100), '
                            'CODE IGNORE : ' FS-REP-CODE
                 END-IF
              END-IF
           END-IF.
       0510-CHARGER-UN-REP-FIN.
            EXIT.

      *    APPARIEMENT SEQUENTIEL CLIENT/MOUVEMENTS SUR IDCLIENT,
      *    MEME PRINCIPE QUE LA BOUCLE 1000-CLIENT DE BAPP1 :
      *    LES DEUX FICHIERS AVANCENT ENSEMBLE, LES CREATIONS
           IF MVT-CODE = 'A'
              PERFORM 3500-CONTROLER-CP-DEB
                 THRU 3500-CONTROLER-CP-FIN
              PERFORM 3600-CONTROLER-REP-DEB
                 THRU 3600-CONTROLER-REP-FIN
              MOVE MVT-PAYS TO WS-PAYS-CONTROLE
              MOVE MVT-DEVISE TO WS-DEVISE-CONTROLE
              PERFORM 3700-CONTROLER-DEVISE-DEB
                 THRU 3700-CONTROLER-DEVISE-FIN
              IF WS-DEVISE-VALIDE = 'N'
                 ADD 1 TO WS-CTR-REJETES
                 DISPLAY 'CREATION REJETEE, DEVISE '
                         'IRRECEVABLE : ' MVT-IDCLIENT
                         ' DEVISE ' MVT-DEVISE ' PAYS ' MVT-PAYS
              ELSE
              IF WS-CP-VALIDE = 'N'
                 ADD 1 TO WS-CTR-REJETES
                 DISPLAY 'CREATION REJETEE, CODE POSTAL '
                         'INVRAISEMBLABLE : ' MVT-IDCLIENT
                         ' CP ' MVT-CP
              ELSE
              IF WS-REP-VALIDE = 'N'
                 ADD 1 TO WS-CTR-REJETES
                 DISPLAY 'CREATION REJETEE, REPRESENTANT '
                         'INCONNU : ' MVT-IDCLIENT
                         ' REP ' MVT-REPRESENTANT
              ELSE
                 MOVE SPACES       TO WS-CLIENT-CREE
                 MOVE MVT-IDCLIENT TO CRE-IDCLIENT
                 MOVE MVT-PAYS     TO CRE-PAYS
                 MOVE MVT-CONTACT  TO CRE-CONTACT
                 MOVE MVT-TEL      TO CRE-TEL
                 MOVE MVT-REPRESENTANT TO CRE-REPRESENTANT
                 IF MVT-DEVISE NOT = 'EUR'
                    MOVE MVT-DEVISE TO CRE-DEVISE
                 END-IF
                 WRITE FS-CLIENT-NOUVEAU FROM WS-CLIENT-CREE
                 ADD 1 TO WS-CTR-CLIENTS-ECRITS
                 ADD 1 TO WS-CTR-APPLIQUES
                 PERFORM 8000-JOURNALISER-DEB
                    THRU 8000-JOURNALISER-FIN
              END-IF
              END-IF
              END-IF
           ELSE
              ADD 1 TO WS-CTR-REJETES
              DISPLAY 'MOUVEMENT REJETE, ID INCONNU : '
              WHEN 'M'
                 PERFORM 3500-CONTROLER-CP-DEB
                    THRU 3500-CONTROLER-CP-FIN
                 PERFORM 3600-CONTROLER-REP-DEB
                    THRU 3600-CONTROLER-REP-FIN
                 MOVE CLIENT-PAYS TO WS-PAYS-CONTROLE
                 IF MVT-PAYS NOT = SPACES
                    MOVE MVT-PAYS TO WS-PAYS-CONTROLE
                 END-IF
                 MOVE CLIENT-DEVISE TO WS-DEVISE-CONTROLE
                 IF MVT-DEVISE NOT = SPACES
                    MOVE MVT-DEVISE TO WS-DEVISE-CONTROLE
                 END-IF
                 PERFORM 3700-CONTROLER-DEVISE-DEB
                    THRU 3700-CONTROLER-DEVISE-FIN
                 IF WS-DEVISE-VALIDE = 'N'
                    ADD 1 TO WS-CTR-REJETES
                    DISPLAY 'MODIFICATION REJETEE, DEVISE '
                            'IRRECEVABLE : ' MVT-IDCLIENT
                            ' DEVISE ' WS-DEVISE-CONTROLE
                            ' PAYS ' WS-PAYS-CONTROLE
                 ELSE
                 IF WS-CP-VALIDE = 'N'
                    ADD 1 TO WS-CTR-REJETES
                    DISPLAY 'MODIFICATION REJETEE, CODE POSTAL '
                            'INVRAISEMBLABLE : ' MVT-IDCLIENT
                            ' CP ' MVT-CP
                 ELSE
                 IF WS-REP-VALIDE = 'N'
                    ADD 1 TO WS-CTR-REJETES
                    DISPLAY 'MODIFICATION REJETEE, REPRESENTANT '
                            'INCONNU : ' MVT-IDCLIENT
                            ' REP ' MVT-REPRESENTANT
                 ELSE
                    MOVE MVT-NOM TO CLIENT-NOM
      *             SEULES LES ZONES D'ADRESSE RENSEIGNEES
                    IF MVT-TEL NOT = SPACES
                       MOVE MVT-TEL TO CLIENT-TEL
                    END-IF
                    IF MVT-REPRESENTANT NOT = SPACES
                       MOVE MVT-REPRESENTANT TO CLIENT-REPRESENTANT
                    END-IF
      *             'EUR' RAMENE LE CLIENT A LA DEVISE DE BASE.
                    IF MVT-DEVISE = 'EUR'
                       MOVE SPACES TO CLIENT-DEVISE
                    ELSE
                       IF MVT-DEVISE NOT = SPACES
                          MOVE MVT-DEVISE TO CLIENT-DEVISE
                       END-IF
                    END-IF
                    MOVE 'N' TO WS-CLIENT-SUPPRIME
                    ADD 1 TO WS-CTR-APPLIQUES
                    MOVE SPACES TO WS-MSG-AUDIT
                    PERFORM 8000-JOURNALISER-DEB
                       THRU 8000-JOURNALISER-FIN
                 END-IF
                 END-IF
                 END-IF
              WHEN 'S'
                 MOVE 'O' TO WS-CLIENT-SUPPRIME
                 ADD 1 TO WS-CTR-APPLIQUES
       3500-CONTROLER-CP-FIN.
            EXIT.

      *    REPRESENTANT : A BLANC IL EST ADMIS (CLIENT NON SUIVI
      *    OU REPRESENTANT INCHANGE), SINON IL DOIT FIGURER DANS
      *    LA TABLE DES REPRESENTANTS.
       3600-CONTROLER-REP-DEB.
           MOVE 'O' TO WS-REP-VALIDE.
           IF MVT-REPRESENTANT NOT = SPACES
              MOVE 'N' TO WS-REP-VALIDE
              PERFORM 3610-CHERCHER-REP-DEB
                 THRU 3610-CHERCHER-REP-FIN
                 VARYING WS-IND-REP FROM 1 BY 1
                 UNTIL WS-IND-REP > WS-NB-REPS
                 OR WS-REP-VALIDE = 'O'
           END-IF.
       3600-CONTROLER-REP-FIN.
            EXIT.

       3610-CHERCHER-REP-DEB.
           IF WS-REP-CODE(WS-IND-REP) = MVT-REPRESENTANT
              MOVE 'O' TO WS-REP-VALIDE
           END-IF.
       3610-CHERCHER-REP-FIN.
            EXIT.

      *    DEVISE DE FACTURATION RESULTANTE (CELLE DU MOUVEMENT,
      *    OU CELLE DU FICHIER SI LE MOUVEMENT N'EN PORTE PAS) :
      *    A BLANC OU 'EUR' ELLE EST ADMISE (EURO) ; SINON TROIS
      *    LETTRES, ET SEULEMENT POUR UN CLIENT EXPORT (PAYS
      *    RENSEIGNE ET AUTRE QUE FR).
       3700-CONTROLER-DEVISE-DEB.
           MOVE 'O' TO WS-DEVISE-VALIDE.
           IF WS-DEVISE-CONTROLE NOT = SPACES
              AND WS-DEVISE-CONTROLE NOT = 'EUR'
              IF WS-DEVISE-CONTROLE IS NOT ALPHABETIC-UPPER
                 OR WS-DEVISE-CONTROLE(3:1) = SPACE
                 OR WS-PAYS-CONTROLE = SPACES
                 OR WS-PAYS-CONTROLE = 'FR'
                 MOVE 'N' TO WS-DEVISE-VALIDE
              END-IF
           END-IF.
       3700-CONTROLER-DEVISE-FIN.
            EXIT.

      *    L'ENVELOPPE (ENTETE/FIN) DE L'ANCIEN MAITRE EST SAUTEE
      *    PAR UNE BOUCLE DE LECTURE (MEME PRINCIPE QUE LES
      *    LECTURES 6020/6021 DE BAPP1), LA NOUVELLE GENERATION
