       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESAPACE.

      *********************************************************
      *     RYTHME DES VENTES : RESERVATIONS EN PORTEFEUILLE
      *     CONTRE L'AN DERNIER A LA MEME DATE.
      *
      *     LE CLASSEMENT DES DESTINATIONS PAR RECETTE D'INDEXREC
      *     NE MONTRE QUE CE QUI EST DEJA VENDU ; LA PLANIFICATION
      *     COMMERCIALE VEUT SAVOIR SI L'ON EST EN AVANCE OU EN
      *     RETARD SUR LES SEJOURS A VENIR. CE PROGRAMME RELIT
      *     L'HISTORIQUE DES MOUVEMENTS ACCEPTES PAR INDEXREC
      *     (AFFECTATION RESHIST : DATE DE PRISE, SENS, DESTINATION,
      *     DATE DE SEJOUR, VOYAGEURS, MONTANT EN DEVISE DE BASE)
      *     ET EDITE, PAR DESTINATION ET MOIS DE SEJOUR A VENIR
      *     (A PARTIR DU MOIS DU JOUR) :
      *       - LES VOYAGEURS ET LA RECETTE PRIS A CE JOUR,
      *       - LES VOYAGEURS ET LA RECETTE QUE L'ON AVAIT PRIS A LA
      *         MEME DATE L'AN DERNIER POUR LE MEME MOIS DE SEJOUR
      *         DE L'ANNEE PRECEDENTE,
      *       - L'ECART DE RECETTE (AVANCE / RETARD),
      *       - LA CAPACITE RESTANTE : QUOTA DE LA DESTINATION
      *         (AFFECTATION QUOTAS) MOINS LES VOYAGEURS PRIS POUR
      *         LE MOIS ; SANS QUOTA, LA DESTINATION EST ILLIMITEE.
      *     LES AVENANTS ET ANNULATIONS JOUENT DANS LEUR SENS A LEUR
      *     PROPRE DATE DE PRISE. UN MOUVEMENT SANS DATE DE SEJOUR
      *     N'A PAS DE MOIS ET N'EST PAS COMPTE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRESHIST ASSIGN TO RESHIST
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-RESHIST.
           SELECT FQUOTAS ASSIGN TO QUOTAS
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-FS-QUOTAS.

       DATA DIVISION.
       FILE SECTION.
      *    HISTORIQUE DES MOUVEMENTS ACCEPTES, TENU PAR INDEXREC.
       FD FRESHIST.
       01  FS-ENREG-RESHIST.
           05 FS-HIS-DATE-RESA PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-HIS-TYPE      PIC X.
           05 FILLER PIC X(1).
           05 FS-HIS-SENS      PIC X.
           05 FILLER PIC X(1).
           05 FS-HIS-DEST      PIC X(20).
           05 FILLER PIC X(1).
           05 FS-HIS-CLIENT    PIC X(30).
           05 FILLER PIC X(1).
           05 FS-HIS-SEJOUR    PIC 9(8).
           05 FS-HIS-SEJOUR-R REDEFINES FS-HIS-SEJOUR.
               10 FS-HIS-MOIS-SEJOUR PIC 9(6).
               10 FILLER             PIC 99.
           05 FILLER PIC X(1).
           05 FS-HIS-PLACES    PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-HIS-MONTANT   PIC 9(8)V99.

       FD FQUOTAS.
       01  FS-ENREG-QUOTA.
           05 FS-QUO-DEST     PIC X(20).
           05 FILLER PIC X(1).
           05 FS-QUO-CAPACITE PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'RESAPACE'.
       01  WS-FS-RESHIST PIC XX.
       01  WS-FS-QUOTAS  PIC XX.

       01  WS-DATE-JOUR PIC 9(8).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-MOIS-JOUR PIC 9(6).
           05 FILLER       PIC 99.
       01  WS-DATE-AN-DERNIER PIC 9(8).
       01  WS-MOIS-CLE        PIC 9(6).

      * QUOTAS PAR DESTINATION.
       01  WS-QUOTAS.
           05 WS-NB-QUOTAS PIC 99 VALUE 0.
           05 WS-QUO OCCURS 50 TIMES.
               10 WS-QUO-DEST     PIC X(20).
               10 WS-QUO-CAPACITE PIC 9(6).
       01  WS-IND-QUO        PIC 99.
       01  WS-IND-QUO-TROUVE PIC 99.

      * CUMULS PAR (DESTINATION, MOIS DE SEJOUR DE CETTE ANNEE) :
      * PRIS A CE JOUR ET PRIS L'AN DERNIER A LA MEME DATE.
       01  WS-RYTHME.
           05 WS-NB-LIGNES PIC 9(3) VALUE 0.
           05 WS-LIG OCCURS 300 TIMES.
               10 WS-LIG-DEST     PIC X(20).
               10 WS-LIG-MOIS     PIC 9(6).
               10 WS-LIG-PERS     PIC S9(7).
               10 WS-LIG-CA       PIC S9(9)V99.
               10 WS-LIG-PERS-AN1 PIC S9(7).
               10 WS-LIG-CA-AN1   PIC S9(9)V99.
       01  WS-IND-LIG        PIC 9(3).
       01  WS-IND-LIG-TROUVE PIC 9(3).
       01  WS-LIGNE-TAMPON.
           05 WS-TAM-DEST     PIC X(20).
           05 WS-TAM-MOIS     PIC 9(6).
           05 WS-TAM-PERS     PIC S9(7).
           05 WS-TAM-CA       PIC S9(9)V99.
           05 WS-TAM-PERS-AN1 PIC S9(7).
           05 WS-TAM-CA-AN1   PIC S9(9)V99.
       01  WS-IND-TRI     PIC 9(3).
       01  WS-TRI-PERMUTE PIC X.

       01  WS-PERS-MVT   PIC S9(7).
       01  WS-CA-MVT     PIC S9(9)V99.
       01  WS-ECART-CA   PIC S9(9)V99.
       01  WS-RESTE      PIC S9(7).
       01  WS-TOT-CA     PIC S9(9)V99 VALUE 0.
       01  WS-TOT-CA-AN1 PIC S9(9)V99 VALUE 0.

       01  WS-ED-PERS    PIC -ZZZZZ9.
       01  WS-ED-PERS-2  PIC -ZZZZZ9.
       01  WS-ED-CA      PIC -ZZZZZZZZ9.99.
       01  WS-ED-CA-2    PIC -ZZZZZZZZ9.99.
       01  WS-ED-ECART   PIC -ZZZZZZZZ9.99.
       01  WS-ED-RESTE   PIC -ZZZZZ9.
       01  WS-TENDANCE   PIC X(9).

       01  WS-COMPTEURS.
           05 WS-NB-MVTS-LUS    PIC 9(7) VALUE 0.
           05 WS-NB-SANS-SEJOUR PIC 9(7) VALUE 0.
           05 WS-NB-EN-AVANCE   PIC 9(5) VALUE 0.
           05 WS-NB-EN-RETARD   PIC 9(5) VALUE 0.

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
       0000-RESAPACE-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-AN-DERNIER = WS-DATE-JOUR - 10000.
           PERFORM 1000-CHARGER-QUOTAS-DEB
              THRU 1000-CHARGER-QUOTAS-FIN.
           PERFORM 2000-CUMULER-HISTORIQUE-DEB
              THRU 2000-CUMULER-HISTORIQUE-FIN.
           PERFORM 3000-TRIER-LIGNES-DEB
              THRU 3000-TRIER-LIGNES-FIN.
           PERFORM 4000-EDITER-RYTHME-DEB
              THRU 4000-EDITER-RYTHME-FIN.
           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-RESAPACE-FIN.
           EXIT.

       1000-CHARGER-QUOTAS-DEB.
           OPEN INPUT FQUOTAS.
           IF WS-FS-QUOTAS = '00'
              PERFORM 1010-CHARGER-QUOTA-DEB
                 THRU 1010-CHARGER-QUOTA-FIN
                 UNTIL WS-FS-QUOTAS NOT = '00'
              CLOSE FQUOTAS
           ELSE
              DISPLAY 'PAS DE FICHIER DES QUOTAS, CAPACITES '
                      'ILLIMITEES'
           END-IF.
       1000-CHARGER-QUOTAS-FIN.
           EXIT.

       1010-CHARGER-QUOTA-DEB.
           READ FQUOTAS
              AT END
                 MOVE '10' TO WS-FS-QUOTAS
           END-READ.
           IF WS-FS-QUOTAS = '00'
              IF WS-NB-QUOTAS < 50
                 ADD 1 TO WS-NB-QUOTAS
                 MOVE FS-QUO-DEST     TO WS-QUO-DEST(WS-NB-QUOTAS)
                 MOVE FS-QUO-CAPACITE TO WS-QUO-CAPACITE(WS-NB-QUOTAS)
              END-IF
           END-IF.
       1010-CHARGER-QUOTA-FIN.
           EXIT.

       2000-CUMULER-HISTORIQUE-DEB.
           OPEN INPUT FRESHIST.
           IF WS-FS-RESHIST NOT = '00'
              DISPLAY 'PAS D''HISTORIQUE DES RESERVATIONS, RIEN '
                      'A EDITER'
           ELSE
              PERFORM 2010-UN-MOUVEMENT-DEB
                 THRU 2010-UN-MOUVEMENT-FIN
                 UNTIL WS-FS-RESHIST NOT = '00'
              CLOSE FRESHIST
           END-IF.
       2000-CUMULER-HISTORIQUE-FIN.
           EXIT.

      * UN MOUVEMENT PEUT COMPTER DEUX FOIS : POUR CETTE ANNEE S'IL
      * VISE UN MOIS A VENIR, ET POUR L'AN DERNIER (MOIS DECALE
      * D'UN AN) S'IL ETAIT PRIS A LA MEME DATE L'AN DERNIER.
       2010-UN-MOUVEMENT-DEB.
           READ FRESHIST
              AT END
                 MOVE '10' TO WS-FS-RESHIST
           END-READ.
           IF WS-FS-RESHIST = '00'
              ADD 1 TO WS-NB-MVTS-LUS
              IF FS-HIS-SEJOUR IS NOT NUMERIC
                 OR FS-HIS-SEJOUR = 0
                 ADD 1 TO WS-NB-SANS-SEJOUR
              ELSE
                 IF FS-HIS-SENS = '-'
                    COMPUTE WS-PERS-MVT = 0 - FS-HIS-PLACES
                    COMPUTE WS-CA-MVT   = 0 - FS-HIS-MONTANT
                 ELSE
                    MOVE FS-HIS-PLACES  TO WS-PERS-MVT
                    MOVE FS-HIS-MONTANT TO WS-CA-MVT
                 END-IF

                 IF FS-HIS-MOIS-SEJOUR NOT < WS-MOIS-JOUR
                    AND FS-HIS-DATE-RESA NOT > WS-DATE-JOUR
                    MOVE FS-HIS-MOIS-SEJOUR TO WS-MOIS-CLE
                    PERFORM 2100-TROUVER-LIGNE-DEB
                       THRU 2100-TROUVER-LIGNE-FIN
                    IF WS-IND-LIG-TROUVE > 0
                       ADD WS-PERS-MVT TO WS-LIG-PERS(WS-IND-LIG-TROUVE)
                       ADD WS-CA-MVT   TO WS-LIG-CA(WS-IND-LIG-TROUVE)
                    END-IF
                 END-IF

                 COMPUTE WS-MOIS-CLE = FS-HIS-MOIS-SEJOUR + 100
                 IF WS-MOIS-CLE NOT < WS-MOIS-JOUR
                    AND FS-HIS-DATE-RESA NOT > WS-DATE-AN-DERNIER
                    PERFORM 2100-TROUVER-LIGNE-DEB
                       THRU 2100-TROUVER-LIGNE-FIN
                    IF WS-IND-LIG-TROUVE > 0
                       ADD WS-PERS-MVT
                          TO WS-LIG-PERS-AN1(WS-IND-LIG-TROUVE)
                       ADD WS-CA-MVT
                          TO WS-LIG-CA-AN1(WS-IND-LIG-TROUVE)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       2010-UN-MOUVEMENT-FIN.
           EXIT.

      * LIGNE (DESTINATION, WS-MOIS-CLE), CREEE A LA PREMIERE
      * RENCONTRE.
       2100-TROUVER-LIGNE-DEB.
           MOVE 0 TO WS-IND-LIG-TROUVE.
           PERFORM 2110-COMPARER-LIGNE-DEB
              THRU 2110-COMPARER-LIGNE-FIN
              VARYING WS-IND-LIG FROM 1 BY 1
              UNTIL WS-IND-LIG > WS-NB-LIGNES
              OR WS-IND-LIG-TROUVE > 0.
           IF WS-IND-LIG-TROUVE NOT > 0
              IF WS-NB-LIGNES < 300
                 ADD 1 TO WS-NB-LIGNES
                 MOVE FS-HIS-DEST TO WS-LIG-DEST(WS-NB-LIGNES)
                 MOVE WS-MOIS-CLE TO WS-LIG-MOIS(WS-NB-LIGNES)
                 MOVE 0 TO WS-LIG-PERS(WS-NB-LIGNES)
                 MOVE 0 TO WS-LIG-CA(WS-NB-LIGNES)
                 MOVE 0 TO WS-LIG-PERS-AN1(WS-NB-LIGNES)
                 MOVE 0 TO WS-LIG-CA-AN1(WS-NB-LIGNES)
                 MOVE WS-NB-LIGNES TO WS-IND-LIG-TROUVE
              ELSE
                 DISPLAY 'TABLE DU RYTHME PLEINE (300), MOUVEMENT '
                         'IGNORE : ' FS-HIS-DEST ' ' WS-MOIS-CLE
              END-IF
           END-IF.
       2100-TROUVER-LIGNE-FIN.
           EXIT.

       2110-COMPARER-LIGNE-DEB.
           IF WS-LIG-DEST(WS-IND-LIG) = FS-HIS-DEST
              AND WS-LIG-MOIS(WS-IND-LIG) = WS-MOIS-CLE
              MOVE WS-IND-LIG TO WS-IND-LIG-TROUVE
           END-IF.
       2110-COMPARER-LIGNE-FIN.
           EXIT.

      * TRI A BULLES PAR DESTINATION PUIS MOIS DE SEJOUR.
       3000-TRIER-LIGNES-DEB.
           MOVE 'O' TO WS-TRI-PERMUTE.
           PERFORM 3010-PASSE-TRI-DEB
              THRU 3010-PASSE-TRI-FIN
              UNTIL WS-TRI-PERMUTE = 'N'.
       3000-TRIER-LIGNES-FIN.
           EXIT.

       3010-PASSE-TRI-DEB.
           MOVE 'N' TO WS-TRI-PERMUTE.
           PERFORM 3020-COMPARER-PAIRE-DEB
              THRU 3020-COMPARER-PAIRE-FIN
              VARYING WS-IND-TRI FROM 1 BY 1
              UNTIL WS-IND-TRI >= WS-NB-LIGNES.
       3010-PASSE-TRI-FIN.
           EXIT.

       3020-COMPARER-PAIRE-DEB.
           IF WS-LIG-DEST(WS-IND-TRI) > WS-LIG-DEST(WS-IND-TRI + 1)
              OR (WS-LIG-DEST(WS-IND-TRI)
                  = WS-LIG-DEST(WS-IND-TRI + 1)
                  AND WS-LIG-MOIS(WS-IND-TRI)
                      > WS-LIG-MOIS(WS-IND-TRI + 1))
              MOVE WS-LIG(WS-IND-TRI)     TO WS-LIGNE-TAMPON
              MOVE WS-LIG(WS-IND-TRI + 1) TO WS-LIG(WS-IND-TRI)
              MOVE WS-LIGNE-TAMPON        TO WS-LIG(WS-IND-TRI + 1)
              MOVE 'O' TO WS-TRI-PERMUTE
           END-IF.
       3020-COMPARER-PAIRE-FIN.
           EXIT.

       4000-EDITER-RYTHME-DEB.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'RYTHME DES VENTES AU ' WS-DATE-JOUR
                   ' CONTRE LE ' WS-DATE-AN-DERNIER ' :'.
           DISPLAY 'DESTINATION          MOIS   VOYAG.'
                   '        RECETTE  VOY.N-1    RECETTE N-1'
                   '          ECART  RESTE'.
           PERFORM 4010-UNE-LIGNE-DEB
              THRU 4010-UNE-LIGNE-FIN
              VARYING WS-IND-LIG FROM 1 BY 1
              UNTIL WS-IND-LIG > WS-NB-LIGNES.
           COMPUTE WS-ECART-CA = WS-TOT-CA - WS-TOT-CA-AN1.
           MOVE WS-TOT-CA     TO WS-ED-CA.
           MOVE WS-TOT-CA-AN1 TO WS-ED-CA-2.
           MOVE WS-ECART-CA   TO WS-ED-ECART.
           DISPLAY 'TOTAL RECETTE A VENIR ' WS-ED-CA
                   ', AN DERNIER ' WS-ED-CA-2
                   ', ECART ' WS-ED-ECART.
       4000-EDITER-RYTHME-FIN.
           EXIT.

       4010-UNE-LIGNE-DEB.
           COMPUTE WS-ECART-CA = WS-LIG-CA(WS-IND-LIG)
                   - WS-LIG-CA-AN1(WS-IND-LIG).
           ADD WS-LIG-CA(WS-IND-LIG)     TO WS-TOT-CA.
           ADD WS-LIG-CA-AN1(WS-IND-LIG) TO WS-TOT-CA-AN1.
           IF WS-ECART-CA > 0
              MOVE 'EN AVANCE' TO WS-TENDANCE
              ADD 1 TO WS-NB-EN-AVANCE
           ELSE
              IF WS-ECART-CA < 0
                 MOVE 'EN RETARD' TO WS-TENDANCE
                 ADD 1 TO WS-NB-EN-RETARD
              ELSE
                 MOVE SPACES TO WS-TENDANCE
              END-IF
           END-IF.
           MOVE WS-LIG-PERS(WS-IND-LIG)     TO WS-ED-PERS.
           MOVE WS-LIG-CA(WS-IND-LIG)       TO WS-ED-CA.
           MOVE WS-LIG-PERS-AN1(WS-IND-LIG) TO WS-ED-PERS-2.
           MOVE WS-LIG-CA-AN1(WS-IND-LIG)   TO WS-ED-CA-2.
           MOVE WS-ECART-CA                 TO WS-ED-ECART.

           MOVE 0 TO WS-IND-QUO-TROUVE.
           PERFORM 4020-CHERCHER-QUOTA-DEB
              THRU 4020-CHERCHER-QUOTA-FIN
              VARYING WS-IND-QUO FROM 1 BY 1
              UNTIL WS-IND-QUO > WS-NB-QUOTAS
              OR WS-IND-QUO-TROUVE > 0.
           IF WS-IND-QUO-TROUVE > 0
              COMPUTE WS-RESTE = WS-QUO-CAPACITE(WS-IND-QUO-TROUVE)
                      - WS-LIG-PERS(WS-IND-LIG)
              MOVE WS-RESTE TO WS-ED-RESTE
              DISPLAY WS-LIG-DEST(WS-IND-LIG) ' '
                      WS-LIG-MOIS(WS-IND-LIG) ' ' WS-ED-PERS ' '
                      WS-ED-CA ' ' WS-ED-PERS-2 ' ' WS-ED-CA-2 ' '
                      WS-ED-ECART ' ' WS-ED-RESTE ' ' WS-TENDANCE
           ELSE
              DISPLAY WS-LIG-DEST(WS-IND-LIG) ' '
                      WS-LIG-MOIS(WS-IND-LIG) ' ' WS-ED-PERS ' '
                      WS-ED-CA ' ' WS-ED-PERS-2 ' ' WS-ED-CA-2 ' '
                      WS-ED-ECART ' ILLIM. ' WS-TENDANCE
           END-IF.
       4010-UNE-LIGNE-FIN.
           EXIT.

       4020-CHERCHER-QUOTA-DEB.
           IF WS-QUO-DEST(WS-IND-QUO) = WS-LIG-DEST(WS-IND-LIG)
              MOVE WS-IND-QUO TO WS-IND-QUO-TROUVE
           END-IF.
       4020-CHERCHER-QUOTA-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'DEBUT DU PROGRAMME '   WS-PROGRAM-ID.
           DISPLAY '***********************************'.
           DISPLAY 'RYTHME DES VENTES DES RESERVATIONS'.
           DISPLAY '***********************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***********************************'.
           DISPLAY 'MOUVEMENTS LUS       : ' WS-NB-MVTS-LUS.
           DISPLAY 'SANS DATE DE SEJOUR  : ' WS-NB-SANS-SEJOUR.
           DISPLAY 'MOIS EDITES          : ' WS-NB-LIGNES.
           DISPLAY 'MOIS EN AVANCE       : ' WS-NB-EN-AVANCE.
           DISPLAY 'MOIS EN RETARD       : ' WS-NB-EN-RETARD.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'MOIS EN RETARD'     TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-EN-RETARD      TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM RESAPACE.
