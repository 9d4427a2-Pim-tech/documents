      *     PAS DE MODIFICATION OU DE FIN SUR UN IDENTIFIANT
      *     INCONNU) ; UNE NOUVELLE GENERATION DU FICHIER MAITRE
      *     EST ECRITE ET UN COMPTE-RENDU APPLIQUES/REJETES EST
      *     AFFICHE. LES ADMISSIONS SUR SESSION SONT EN GENERAL
      *     PRODUITES PAR STAGINSC (DEMANDES DES SOCIETES, LISTE
      *     D'ATTENTE) ET AJOUTEES AU FICHIER DE MOUVEMENTS ; UN
      *     STAGIAIRE SORTI AVANT LA FIN DE SA SESSION NE COMPTE
      *     PLUS DANS LA CAPACITE DE CELLE-CI.
      *
      *     EN FIN DE TRAITEMENT, LES EFFECTIFS MENSUELS DE
      *     L'ANNEE (VARIABLE D'ENVIRONNEMENT ANNEESTAG, A DEFAUT
       2160-CHERCHER-SESSION-FIN.
           EXIT.

      * UN STAGIAIRE SORTI AVANT LA FIN DE LA SESSION (FIN
      * ANTICIPEE) NE TIENT PLUS SA PLACE : ELLE PEUT ETRE
      * ATTRIBUEE A UN CANDIDAT EN ATTENTE (VOIR STAGINSC).
       2170-COMPTER-INSCRITS-DEB.
           IF WS-STG-SESSION(WS-IND-CPT-SES) = WS-SESSION-MVT
              IF WS-STG-FIN(WS-IND-CPT-SES) = 0
                 OR WS-STG-FIN(WS-IND-CPT-SES)
                    NOT < WS-SES-FIN(WS-IND-SES-TROUVE)
                 ADD 1 TO WS-EFFECTIF-SES
              END-IF
           END-IF.
       2170-COMPTER-INSCRITS-FIN.
           EXIT.
