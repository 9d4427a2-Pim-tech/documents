       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYMIS.

      *********************************************************
      *     ANONYMISATION DES DONNEES PERSONNELLES.
      *
      *     NOMS ET CONTACTS CLIENTS, NOMS DES STAGIAIRES,
      *     IMMATRICULATIONS DU PARKING ET NOMS DES CLIENTS DES
      *     RESERVATIONS S'ACCUMULENT SANS LIMITE ; PURGEJRN NE
      *     SAIT QUE SORTIR DES LIGNES ENTIERES. CE PROGRAMME
      *     REMPLACE LES ZONES IDENTIFIANTES D'UNE PERSONNE PAR
      *     UN PSEUDONYME STABLE DANS TOUS LES FICHIERS QUI LES
      *     PORTENT, SANS TOUCHER AUX MONTANTS NI AUX DATES.
      *
      *     LES PERSONNES A TRAITER (SUJETS) VIENNENT :
      *       - DES DEMANDES D'EFFACEMENT (ANONDEMANDES.TXT :
      *         TYPE, IDENTIFIANT) : 'C' CLIENT (IDCLIENT SUR 5
      *         CHIFFRES), 'S' STAGIAIRE (IDENTIFIANT SUR 5
      *         CHIFFRES), 'P' IMMATRICULATION, 'R' NOM DE
      *         CLIENT DES RESERVATIONS ;
      *       - DES REGLES DE RETENTION (ANONRETENTION.TXT, MEME
      *         FORMAT QUE RETENTION.TXT : REGLE, NOMBRE DE MOIS),
      *         LA LIMITE ETANT LE MOIS DU RUN MOINS CE NOMBRE :
      *           STAGIAIRE   STAGIAIRES DONT LA FIN DE STAGE EST
      *                       ANTERIEURE A LA LIMITE,
      *           CLIENT      CLIENTS DONT LA DERNIERE FACTURE EST
      *                       ANTERIEURE (UN CLIENT SANS FACTURE
      *                       N'EST JAMAIS RETENU),
      *           IMMAT       IMMATRICULATIONS DONT LE DERNIER
      *                       MOUVEMENT ET LA DERNIERE FIN
      *                       D'ABONNEMENT SONT ANTERIEURS,
      *           RESERVATION NOMS DONT LA DERNIERE RESERVATION DE
      *                       L'HISTORIQUE D'INDEXREC EST
      *                       ANTERIEURE.
      *     SONT REFUSES, ET CERTIFIES COMME TELS : LE CLIENT QUI
      *     A UNE FACTURE NON SOLDEE (FACTJOURNAL MOINS FACTREGL,
      *     COMME CMDAGING) OU UN LITIGE OUVERT, L'IMMATRICULATION
      *     DONT UNE FACTURE D'ABONNEMENT N'EST PAS REGLEE.
      *
      *     PSEUDONYMES : 'ANONYME C' OU 'ANONYME S' SUIVI DE
      *     L'IDENTIFIANT (QUI N'EST PAS UNE DONNEE PERSONNELLE),
      *     '#' SUIVI D'UNE EMPREINTE SUR 9 CHIFFRES POUR UNE
      *     IMMATRICULATION, 'ANONYME R' SUIVI DE L'EMPREINTE
      *     POUR UN NOM DE RESERVATION. L'EMPREINTE NE DEPEND QUE
      *     DE LA VALEUR D'ORIGINE : LA MEME PERSONNE RECOIT LE
      *     MEME PSEUDONYME DANS CHAQUE FICHIER ET A CHAQUE RUN,
      *     LES RAPPROCHEMENTS PAR IMMATRICULATION OU PAR NOM
      *     (ABONNEMENT, FACTURE, REGLEMENT) RESTENT JUSTES, ET
      *     AUCUNE TABLE DE CORRESPONDANCE N'EST CONSERVEE.
      *
      *     FICHIERS TRAITES : LE JEU COURANT (FCLIENT, MAITRE,
      *     MOUVEMENTS ET CERTIFICATS DES STAGIAIRES, MOUVEMENTS,
      *     ABONNEMENTS, FACTURES ET REGLEMENTS D'ABONNEMENT DU
      *     PARKING, RESERVATIONS, ANNULATIONS, LISTE D'ATTENTE,
      *     PROMOTIONS, HISTORIQUES ET PAIEMENTS DES RESERVATIONS)
      *     PUIS LES ARCHIVES DECLAREES DANS ANONFICHIERS.TXT
      *     (FORMAT, NOM DU FICHIER), PAR EXEMPLE LES ARCHIVES
      *     DATEES DE PURGEJRN. CHAQUE FICHIER EST REECRIT DANS
      *     UNE NOUVELLE GENERATION (<FICHIER>_NEW) QUE
      *     L'EXPLOITATION BASCULE APRES CONTROLE, COMME POUR
      *     PURGEJRN ET CLIMAINT.
      *
      *     LE CERTIFICAT (ANONCERTIF.TXT, EN AJOUT) DONNE PAR
      *     FICHIER LES ENREGISTREMENTS LUS ET MODIFIES, PAR
      *     FICHIER ET PAR PSEUDONYME LE NOMBRE D'ENREGISTREMENTS
      *     MODIFIES, PUIS LE SORT DE CHAQUE SUJET. UN
      *     ENREGISTREMENT N'EST COMPTE MODIFIE QUE SI SON
      *     CONTENU CHANGE : UN SUJET DEJA ANONYMISE EST
      *     CERTIFIE SANS DONNEES.
      *
      *     LA DATE EST PRISE DANS RUNDATE, A DEFAUT LA DATE DU
      *     JOUR, COMME DANS LE RESTE DE LA CHAINE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-DEMANDES
              ASSIGN TO "./files/anondemandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DEMANDES.
           SELECT FIC-RETENTION
              ASSIGN TO "./files/anonretention.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RETENTION.
           SELECT FIC-CATALOGUE
              ASSIGN TO "./files/anonfichiers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CATALOGUE.
           SELECT FIC-CERTIFICAT
              ASSIGN TO "./files/anoncertif.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CERTIFICAT.
      *    CONTROLE DES FACTURES ET LITIGES AVANT ANONYMISATION.
           SELECT FIC-JOURNAL-FACT
              ASSIGN TO "./files/factjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JRN.
           SELECT FIC-REGL-APPLIQUES
              ASSIGN TO "./files/factregl.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RGA.
           SELECT FIC-LITIGES
              ASSIGN TO "./files/litiges.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LITIGES.
      *    LE FICHIER EN COURS ET SA NOUVELLE GENERATION : LES NOMS
      *    SONT CONSTRUITS EN WORKING-STORAGE COMME DANS PURGEJRN.
      *    LES FICHIERS DES RESERVATIONS ET LE FICHIER CLIENT SONT
      *    SEQUENTIELS A LONGUEUR FIXE : UNE PAIRE PAR LONGUEUR.
           SELECT FIC-LS-ENTREE
              ASSIGN TO DYNAMIC WS-NOM-ENTREE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENTREE.
           SELECT FIC-LS-SORTIE
              ASSIGN TO DYNAMIC WS-NOM-SORTIE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-SORTIE.
           SELECT FIC-S106-ENTREE
              ASSIGN TO DYNAMIC WS-NOM-ENTREE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENTREE.
           SELECT FIC-S106-SORTIE
              ASSIGN TO DYNAMIC WS-NOM-SORTIE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-SORTIE.
           SELECT FIC-S088-ENTREE
              ASSIGN TO DYNAMIC WS-NOM-ENTREE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENTREE.
           SELECT FIC-S088-SORTIE
              ASSIGN TO DYNAMIC WS-NOM-SORTIE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-SORTIE.
           SELECT FIC-S077-ENTREE
              ASSIGN TO DYNAMIC WS-NOM-ENTREE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENTREE.
           SELECT FIC-S077-SORTIE
              ASSIGN TO DYNAMIC WS-NOM-SORTIE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-SORTIE.
           SELECT FIC-S066-ENTREE
              ASSIGN TO DYNAMIC WS-NOM-ENTREE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENTREE.
           SELECT FIC-S066-SORTIE
              ASSIGN TO DYNAMIC WS-NOM-SORTIE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-SORTIE.
           SELECT FIC-S030-ENTREE
              ASSIGN TO DYNAMIC WS-NOM-ENTREE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-ENTREE.
           SELECT FIC-S030-SORTIE
              ASSIGN TO DYNAMIC WS-NOM-SORTIE
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-STATUS-SORTIE.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-DEMANDES RECORDING MODE IS F.
       01  FS-ENR-DEMANDE.
           05 FS-DEM-TYPE  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-DEM-IDENT PIC X(30).

       FD FIC-RETENTION RECORDING MODE IS F.
       01  FS-ENR-RETENTION.
           05 FS-RET-ID   PIC X(12).
           05 FILLER PIC X(1).
           05 FS-RET-MOIS PIC 99.

       FD FIC-CATALOGUE RECORDING MODE IS F.
       01  FS-ENR-CATALOGUE.
           05 FS-CAT-FORMAT PIC X(12).
           05 FILLER PIC X(1).
           05 FS-CAT-NOM    PIC X(60).

       FD FIC-CERTIFICAT RECORDING MODE IS F.
       01  FS-ENR-CERTIFICAT PIC X(132).

       FD FIC-JOURNAL-FACT RECORDING MODE IS F.
       01  FS-ENR-JRN-FACT.
           05 FS-JRF-NUMERO   PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-JRF-DATE     PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-JRF-CLIENT   PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-JRF-COMMANDE PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-JRF-HT       PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TVA      PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TTC      PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-DEVISE   PIC X(3).
           05 FILLER PIC X(1).
           05 FS-JRF-TAUX     PIC 9(3)V9(6).
           05 FILLER PIC X(1).
           05 FS-JRF-HT-DEV   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TVA-DEV  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-JRF-TTC-DEV  PIC 9(7)V99.

       FD FIC-REGL-APPLIQUES RECORDING MODE IS F.
       01  FS-ENR-RGA.
           05 FS-RGA-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-RGA-NUMERO    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-RGA-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-RGA-MONTANT   PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGA-REFERENCE PIC X(10).
           05 FILLER PIC X(1).
           05 FS-RGA-DEVISE    PIC X(3).
           05 FILLER PIC X(1).
           05 FS-RGA-MONTANT-DEV PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-RGA-TAUX      PIC 9(3)V9(6).
           05 FILLER PIC X(1).
           05 FS-RGA-SENS-ECART PIC X(1).
           05 FS-RGA-ECART     PIC 9(7)V99.

       FD FIC-LITIGES RECORDING MODE IS F.
       01  FS-ENR-LITIGE.
           05 FS-LIT-NUMERO     PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LIT-FACTURE    PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LIT-CLIENT     PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-LIT-MONTANT    PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LIT-DEVISE     PIC X(3).
           05 FILLER PIC X(1).
           05 FS-LIT-MOTIF      PIC X(30).
           05 FILLER PIC X(1).
           05 FS-LIT-OUVERTURE  PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-LIT-RESPONSABLE PIC X(8).
           05 FILLER PIC X(1).
           05 FS-LIT-ETAT       PIC X(1).
           05 FILLER PIC X(1).
           05 FS-LIT-CLOTURE    PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-LIT-AVOIR      PIC 9(7)V99.

       FD FIC-LS-ENTREE RECORDING MODE IS F.
       01  FS-ENR-LS-ENTREE PIC X(200).
       FD FIC-LS-SORTIE RECORDING MODE IS F.
       01  FS-ENR-LS-SORTIE PIC X(200).
      *    FCLIENT, FORMAT DE BAPP1 ET CLIMAINT.
       FD FIC-S106-ENTREE.
       01  FS-ENR-S106-ENTREE PIC X(106).
       FD FIC-S106-SORTIE.
       01  FS-ENR-S106-SORTIE PIC X(106).
      *    HISTORIQUE DES RESERVATIONS D'INDEXREC (RESHIST).
       FD FIC-S088-ENTREE.
       01  FS-ENR-S088-ENTREE PIC X(88).
       FD FIC-S088-SORTIE.
       01  FS-ENR-S088-SORTIE PIC X(88).
      *    RESERVATIONS D'INDEXREC ET ANNULATIONS DE RESAPAIE.
       FD FIC-S077-ENTREE.
       01  FS-ENR-S077-ENTREE PIC X(77).
       FD FIC-S077-SORTIE.
       01  FS-ENR-S077-SORTIE PIC X(77).
      *    LISTE D'ATTENTE ET PROMOTIONS D'INDEXREC.
       FD FIC-S066-ENTREE.
       01  FS-ENR-S066-ENTREE PIC X(66).
       FD FIC-S066-SORTIE.
       01  FS-ENR-S066-SORTIE PIC X(66).
      *    HISTORIQUE DES CLIENTS D'INDEXREC (CLIHIST).
       FD FIC-S030-ENTREE.
       01  FS-ENR-S030-ENTREE PIC X(30).
       FD FIC-S030-SORTIE.
       01  FS-ENR-S030-SORTIE PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'ANONYMIS'.
       01  WS-STATUS-DEMANDES   PIC XX.
       01  WS-STATUS-RETENTION  PIC XX.
       01  WS-STATUS-CATALOGUE  PIC XX.
       01  WS-STATUS-CERTIFICAT PIC XX.
       01  WS-STATUS-JRN        PIC XX.
       01  WS-STATUS-RGA        PIC XX.
       01  WS-STATUS-LITIGES    PIC XX.
       01  WS-STATUS-ENTREE     PIC XX.
       01  WS-STATUS-SORTIE     PIC XX.

       01  WS-NOM-ENTREE PIC X(60).
       01  WS-NOM-SORTIE PIC X(60).
       01  WS-NOM-ENV    PIC X(8).

       01  WS-RUN-DATE PIC X(8).
       01  WS-DATE-JOUR.
           05 WS-DATE-JOUR-AAAA PIC 9(4).
           05 WS-DATE-JOUR-MM   PIC 99.
           05 FILLER            PIC 99.
       01  WS-DATE-JOUR-N REDEFINES WS-DATE-JOUR PIC 9(8).
       01  WS-HEURE-JOUR PIC 9(8).

      * LIMITE DE RETENTION (AAAAMM) DE LA REGLE EN COURS : TOUTE
      * DATE STRICTEMENT ANTERIEURE AU PREMIER DE CE MOIS EST
      * HORS RETENTION.
       01  WS-LIMITE.
           05 WS-LIMITE-AAAA PIC 9(4).
           05 WS-LIMITE-MM   PIC 99.
       01  WS-LIMITE-AAAAMM REDEFINES WS-LIMITE PIC 9(6).
       01  WS-LIMITE-DATE   PIC 9(8).
       01  WS-MOIS-RETENUS  PIC 99.
       01  WS-MOIS-CALCUL   PIC S9(5).

      * FORMATS CONNUS : LONGUEUR (000 = FICHIER TEXTE), TYPE DE
      * SUJET, POSITION ET LONGUEUR DE LA CLE DU SUJET, PUIS
      * JUSQU'A TROIS ZONES A REMPLACER (POSITION, LONGUEUR,
      * 'P' = PSEUDONYME, 'B' = BLANC).
       01  WS-TABLE-FORMATS-VAL.
           05 FILLER PIC X(39)
              VALUE 'FCLIENT     106C0010500630P07815P09308B'.
           05 FILLER PIC X(39)
              VALUE 'STAGMAITRE  000S0010500720P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'STAGMVT     000S0030500920P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'STAGCERTIF  000S0170502320P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'MVTPARKING  000P0031000310P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'PARKABO     000P0011000110P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'PARKABOFACT 000P0131001310P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'PARKABOREGL 000P0011000110P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'RESERVA     077R0013000130P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'RESANNUL    077R0013000130P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'WAITLST     066R0223002230P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'PROMUES     066R0223002230P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'RESHIST     088R0353003530P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'CLIHIST     030R0013000130P00000 00000 '.
           05 FILLER PIC X(39)
              VALUE 'RESAPAIE    000R0013000130P00000 00000 '.
       01  WS-TABLE-FORMATS REDEFINES WS-TABLE-FORMATS-VAL.
           05 WS-FMT OCCURS 15 TIMES.
               10 WS-FMT-ID      PIC X(12).
               10 WS-FMT-LONG    PIC 9(3).
               10 WS-FMT-TYPE    PIC X(1).
               10 WS-FMT-CLE-POS PIC 9(3).
               10 WS-FMT-CLE-LNG PIC 9(2).
               10 WS-FMT-ZONE OCCURS 3 TIMES.
                   15 WS-FMT-ZONE-POS PIC 9(3).
                   15 WS-FMT-ZONE-LNG PIC 9(2).
                   15 WS-FMT-ZONE-NAT PIC X(1).
       01  WS-NB-FORMATS PIC 99 VALUE 15.
       01  WS-IND-FMT    PIC 99.
       01  WS-FMT-TROUVE PIC 99.
       01  WS-IND-ZONE   PIC 9.
       01  WS-POS        PIC 9(3).
       01  WS-LNG        PIC 9(2).

      * JEU COURANT, DANS L'ORDRE DES FORMATS : NOM DU FICHIER
      * OU, POUR LES FICHIERS AFFECTES PAR L'EXPLOITATION, NOM DE
      * LA VARIABLE D'AFFECTATION (LE NOM LOGIQUE A DEFAUT).
       01  WS-TABLE-JEU-VAL.
           05 FILLER PIC X(48) VALUE
              '                                        FCLIENT '.
           05 FILLER PIC X(48) VALUE
              './files/stagmaitre.txt                          '.
           05 FILLER PIC X(48) VALUE
              './files/stagmvt.txt                             '.
           05 FILLER PIC X(48) VALUE
              './files/stagcertif.txt                          '.
           05 FILLER PIC X(48) VALUE
              './files/mvtparking.txt                          '.
           05 FILLER PIC X(48) VALUE
              './files/parkabo.txt                             '.
           05 FILLER PIC X(48) VALUE
              './files/parkabofact.txt                         '.
           05 FILLER PIC X(48) VALUE
              './files/parkaboregl.txt                         '.
           05 FILLER PIC X(48) VALUE
              '                                        RESERVA '.
           05 FILLER PIC X(48) VALUE
              './files/resannul.txt                            '.
           05 FILLER PIC X(48) VALUE
              '                                        WAITLST '.
           05 FILLER PIC X(48) VALUE
              '                                        PROMUES '.
           05 FILLER PIC X(48) VALUE
              '                                        RESHIST '.
           05 FILLER PIC X(48) VALUE
              '                                        CLIHIST '.
           05 FILLER PIC X(48) VALUE
              './files/resapaie.txt                            '.
       01  WS-TABLE-JEU REDEFINES WS-TABLE-JEU-VAL.
           05 WS-JEU OCCURS 15 TIMES.
               10 WS-JEU-NOM PIC X(40).
               10 WS-JEU-ENV PIC X(8).

      * SUJETS A ANONYMISER. ETAT : 'A' ACCEPTE, 'F' REFUSE POUR
      * FACTURE NON SOLDEE, 'L' REFUSE POUR LITIGE OUVERT.
      * ORIGINE : 'D' DEMANDE, 'R' REGLE DE RETENTION.
       01  WS-TABLE-SUJETS.
           05 WS-NB-SUJETS PIC 9(3) VALUE 0.
           05 WS-SUJ OCCURS 500 TIMES.
               10 WS-SUJ-TYPE     PIC X(1).
               10 WS-SUJ-IDENT    PIC X(30).
               10 WS-SUJ-ORIGINE  PIC X(1).
               10 WS-SUJ-ETAT     PIC X(1).
               10 WS-SUJ-PSEUDO   PIC X(30).
               10 WS-SUJ-NB-FIC   PIC 9(7).
               10 WS-SUJ-NB-TOTAL PIC 9(7).
       01  WS-IND-SUJ    PIC 9(3).
       01  WS-SUJ-TROUVE PIC 9(3).

      * SUJET PROPOSE PAR UNE DEMANDE OU UNE REGLE.
       01  WS-NOUV-TYPE    PIC X(1).
       01  WS-NOUV-IDENT   PIC X(30).
       01  WS-NOUV-ORIGINE PIC X(1).

      * DERNIERE DATE VUE PAR CLE (CLIENT, IMMATRICULATION, NOM)
      * POUR LES REGLES DE RETENTION.
       01  WS-TABLE-DERNIERES.
           05 WS-NB-DERNIERES PIC 9(4) VALUE 0.
           05 WS-DER OCCURS 2000 TIMES.
               10 WS-DER-CLE  PIC X(30).
               10 WS-DER-DATE PIC 9(8).
       01  WS-IND-DER     PIC 9(4).
       01  WS-DER-TROUVE  PIC 9(4).
       01  WS-CLE-VUE     PIC X(30).
       01  WS-DATE-VUE    PIC X(8).
       01  WS-DATE-VUE-N REDEFINES WS-DATE-VUE PIC 9(8).
       01  WS-DER-PLEINE  PIC X VALUE 'N'.

      * FACTURES DES CLIENTS A ANONYMISER ET LEUR RESTE DU, DANS
      * LA DEVISE DE LA FACTURE COMME CMDAGING.
       01  WS-TABLE-FACTURES.
           05 WS-NB-FACTURES PIC 9(4) VALUE 0.
           05 WS-FAC OCCURS 1000 TIMES.
               10 WS-FAC-NUMERO PIC 9(6).
               10 WS-FAC-SUJET  PIC 9(3).
               10 WS-FAC-RESTE  PIC S9(9)V99.
       01  WS-IND-FAC    PIC 9(4).
       01  WS-CLIENT-X   PIC X(5).
       01  WS-NB-CLIENTS-DEMANDES PIC 9(3).
       01  WS-NB-IMMATS-DEMANDEES PIC 9(3).

      * ENREGISTREMENT EN COURS DE TRAITEMENT, AVANT ET APRES, ET
      * LES VUES DES FICHIERS LUS PAR LES REGLES DE RETENTION ET
      * LE CONTROLE DES FACTURES D'ABONNEMENT.
       01  WS-ENR PIC X(200).
       01  WS-ENR-STAGIAIRE REDEFINES WS-ENR.
           05 WS-STV-ID      PIC X(5).
           05 FILLER         PIC X(1).
           05 WS-STV-NOM     PIC X(20).
           05 FILLER         PIC X(26).
           05 WS-STV-FIN     PIC X(8).
           05 FILLER         PIC X(140).
       01  WS-ENR-MVT-PARKING REDEFINES WS-ENR.
           05 FILLER         PIC X(2).
           05 WS-MPV-IMMAT   PIC X(10).
           05 FILLER         PIC X(7).
           05 WS-MPV-DATE    PIC X(8).
           05 FILLER         PIC X(173).
       01  WS-ENR-ABONNEMENT REDEFINES WS-ENR.
           05 WS-ABV-IMMAT   PIC X(10).
           05 FILLER         PIC X(10).
           05 WS-ABV-FIN     PIC X(8).
           05 FILLER         PIC X(172).
       01  WS-ENR-FACT-ABO REDEFINES WS-ENR.
           05 FILLER         PIC X(12).
           05 WS-FAV-IMMAT   PIC X(10).
           05 FILLER         PIC X(17).
           05 WS-FAV-ETAT    PIC X(1).
           05 FILLER         PIC X(160).
       01  WS-ENR-RESHIST REDEFINES WS-ENR.
           05 WS-RHV-DATE    PIC X(8).
           05 FILLER         PIC X(26).
           05 WS-RHV-CLIENT  PIC X(30).
           05 FILLER         PIC X(136).
       01  WS-ENR-AVANT PIC X(200).

      * EMPREINTE D'UNE VALEUR D'ORIGINE : CHAQUE CARACTERE EST
      * CODE PAR SON RANG DANS L'ALPHABET CI-DESSOUS (0 HORS
      * ALPHABET) ET CUMULE MODULO UN NOMBRE PREMIER.
       01  WS-ALPHABET.
           05 FILLER PIC X(39)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 -.'.
           05 FILLER PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-IND-ALPHA  PIC 99.
       01  WS-IND-CAR    PIC 99.
       01  WS-CAR        PIC X(1).
       01  WS-CODE-CAR   PIC 99.
       01  WS-EMPREINTE  PIC 9(9).
       01  WS-CALCUL     PIC 9(11).
       01  WS-QUOTIENT   PIC 9(11).

      * LIGNES DU CERTIFICAT, CHACUNE DATEE DU RUN.
       01  WS-CER-ENTETE.
           05 FILLER          PIC X(2) VALUE 'E '.
           05 WS-CER-E-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-E-HEURE  PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 FILLER          PIC X(40)
              VALUE 'CERTIFICAT D''ANONYMISATION'.
       01  WS-CER-FICHIER.
           05 FILLER          PIC X(2) VALUE 'F '.
           05 WS-CER-F-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-F-FORMAT PIC X(12).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-F-NOM    PIC X(60).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-F-LUS    PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-F-MODIFS PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-F-ETAT   PIC X(8).
       01  WS-CER-DETAIL.
           05 FILLER          PIC X(2) VALUE 'D '.
           05 WS-CER-D-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-D-FORMAT PIC X(12).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-D-PSEUDO PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-D-NB     PIC 9(7).
       01  WS-CER-SUJET.
           05 FILLER          PIC X(2) VALUE 'S '.
           05 WS-CER-S-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-S-TYPE   PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-S-ORIGINE PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-S-RESULTAT PIC X(24).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-S-DESIGNATION PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-S-NB     PIC 9(7).
       01  WS-CER-TOTAL.
           05 FILLER          PIC X(2) VALUE 'T '.
           05 WS-CER-T-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-T-SUJETS PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-T-ANONYMES PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-T-REFUSES PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-T-FICHIERS PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WS-CER-T-MODIFS PIC 9(7).

       01  WS-COMPTEURS.
           05 WS-NB-DEMANDES-LUES PIC 9(5) VALUE 0.
           05 WS-NB-DEMANDES-REJ  PIC 9(5) VALUE 0.
           05 WS-NB-RETENUS       PIC 9(5) VALUE 0.
           05 WS-NB-ANONYMISES    PIC 9(3) VALUE 0.
           05 WS-NB-SANS-DONNEES  PIC 9(3) VALUE 0.
           05 WS-NB-REFUSES       PIC 9(3) VALUE 0.
           05 WS-NB-FICHIERS      PIC 9(3) VALUE 0.
           05 WS-NB-ABSENTS       PIC 9(3) VALUE 0.
           05 WS-NB-LUS-FIC       PIC 9(7).
           05 WS-NB-MODIFS-FIC    PIC 9(7).
           05 WS-NB-MODIFS-TOTAL  PIC 9(7) VALUE 0.

       01 WS-SOUS-PROG-RECAPJR PIC X(8) VALUE 'RECAPJR'.
       01 WS-LIEN-RECAPJR.
           05 WS-LIEN-RECAPJR-IN.
               10 WS-LIEN-RECAPJR-IN-PROGRAMME PIC X(8).
               10 WS-LIEN-RECAPJR-IN-LIBELLE   PIC X(20).
               10 WS-LIEN-RECAPJR-IN-VALEUR    PIC S9(7) COMP-3.
           05 WS-LIEN-RECAPJR-OU.
               10 WS-LIEN-RECAPJR-OU-CODE-RETOUR PIC X.

       PROCEDURE DIVISION.
       0000-ANONYMIS-DEB.
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

           PERFORM 1000-CHARGER-DEMANDES-DEB
              THRU 1000-CHARGER-DEMANDES-FIN.
           PERFORM 2000-APPLIQUER-RETENTION-DEB
              THRU 2000-APPLIQUER-RETENTION-FIN.
           IF WS-NB-SUJETS = 0
              DISPLAY 'AUCUN SUJET A ANONYMISER'
              PERFORM 8990-FIN-STATISTIQUES-DEB
                 THRU 8990-FIN-STATISTIQUES-FIN
              PERFORM 9999-FIN-NORMALE-DEB
                 THRU 9999-FIN-NORMALE-FIN
           END-IF.
           PERFORM 3000-CONTROLER-REFUS-DEB
              THRU 3000-CONTROLER-REFUS-FIN.
           PERFORM 4000-CALCULER-PSEUDONYMES-DEB
              THRU 4000-CALCULER-PSEUDONYMES-FIN.

           OPEN EXTEND FIC-CERTIFICAT.
           IF WS-STATUS-CERTIFICAT = '35'
              OPEN OUTPUT FIC-CERTIFICAT
           END-IF.
           MOVE WS-DATE-JOUR-N TO WS-CER-E-DATE.
           MOVE WS-HEURE-JOUR(1:6) TO WS-CER-E-HEURE.
           MOVE WS-CER-ENTETE TO FS-ENR-CERTIFICAT.
           PERFORM 6900-ECRIRE-CERTIFICAT-DEB
              THRU 6900-ECRIRE-CERTIFICAT-FIN.
           PERFORM 5000-TRAITER-FICHIERS-DEB
              THRU 5000-TRAITER-FICHIERS-FIN.
           PERFORM 6000-CERTIFIER-SUJETS-DEB
              THRU 6000-CERTIFIER-SUJETS-FIN.
           CLOSE FIC-CERTIFICAT.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-ANONYMIS-FIN.
           EXIT.

      * DEMANDES D'EFFACEMENT : UN IDENTIFIANT CLIENT OU
      * STAGIAIRE DOIT ETRE NUMERIQUE SUR 5 CHIFFRES ; UN TYPE
      * INCONNU OU UN IDENTIFIANT VIDE EST REJETE A L'ECRAN.
       1000-CHARGER-DEMANDES-DEB.
           OPEN INPUT FIC-DEMANDES.
           IF WS-STATUS-DEMANDES NOT = '00'
              DISPLAY 'PAS DE DEMANDE D''EFFACEMENT'
           ELSE
              PERFORM 1010-LIGNE-DEMANDE-DEB
                 THRU 1010-LIGNE-DEMANDE-FIN
                 UNTIL WS-STATUS-DEMANDES NOT = '00'
              CLOSE FIC-DEMANDES
           END-IF.
       1000-CHARGER-DEMANDES-FIN.
           EXIT.

       1010-LIGNE-DEMANDE-DEB.
           READ FIC-DEMANDES
              AT END
                 MOVE '10' TO WS-STATUS-DEMANDES
           END-READ.
           IF WS-STATUS-DEMANDES = '00'
              ADD 1 TO WS-NB-DEMANDES-LUES
              IF FS-DEM-IDENT = SPACES
                 OR (FS-DEM-TYPE NOT = 'C' AND NOT = 'S'
                     AND NOT = 'P' AND NOT = 'R')
                 OR ((FS-DEM-TYPE = 'C' OR FS-DEM-TYPE = 'S')
                     AND (FS-DEM-IDENT(1:5) IS NOT NUMERIC
                          OR FS-DEM-IDENT(6:) NOT = SPACES))
                 ADD 1 TO WS-NB-DEMANDES-REJ
                 DISPLAY 'DEMANDE REJETEE : ' FS-ENR-DEMANDE
              ELSE
                 MOVE FS-DEM-TYPE  TO WS-NOUV-TYPE
                 MOVE FS-DEM-IDENT TO WS-NOUV-IDENT
                 MOVE 'D'          TO WS-NOUV-ORIGINE
                 PERFORM 1100-AJOUTER-SUJET-DEB
                    THRU 1100-AJOUTER-SUJET-FIN
              END-IF
           END-IF.
       1010-LIGNE-DEMANDE-FIN.
           EXIT.

      * UNE VALEUR DEJA PSEUDONYMISEE N'EST PAS UN SUJET ; UN
      * SUJET DEJA PRESENT N'EST PAS REPRIS (LA DEMANDE PRIME
      * SUR LA RETENTION, ELLE EST LUE EN PREMIER).
       1100-AJOUTER-SUJET-DEB.
           IF WS-NOUV-IDENT(1:1) NOT = '#'
              AND WS-NOUV-IDENT(1:8) NOT = 'ANONYME '
              MOVE ZERO TO WS-SUJ-TROUVE
              PERFORM 1110-CHERCHER-SUJET-DEB
                 THRU 1110-CHERCHER-SUJET-FIN
                 VARYING WS-IND-SUJ FROM 1 BY 1
                 UNTIL WS-IND-SUJ > WS-NB-SUJETS
                    OR WS-SUJ-TROUVE > 0
              IF WS-SUJ-TROUVE NOT > 0
                 IF WS-NB-SUJETS NOT < 500
                    DISPLAY 'TABLE DES SUJETS PLEINE (500), SUJET '
                            'REPORTE AU PROCHAIN RUN : ' WS-NOUV-TYPE
                 ELSE
                    ADD 1 TO WS-NB-SUJETS
                    MOVE WS-NOUV-TYPE    TO WS-SUJ-TYPE(WS-NB-SUJETS)
                    MOVE WS-NOUV-IDENT   TO WS-SUJ-IDENT(WS-NB-SUJETS)
                    MOVE WS-NOUV-ORIGINE TO WS-SUJ-ORIGINE(WS-NB-SUJETS)
                    MOVE 'A'             TO WS-SUJ-ETAT(WS-NB-SUJETS)
                    MOVE SPACES          TO WS-SUJ-PSEUDO(WS-NB-SUJETS)
                    MOVE ZERO            TO WS-SUJ-NB-FIC(WS-NB-SUJETS)
                    MOVE ZERO
                      TO WS-SUJ-NB-TOTAL(WS-NB-SUJETS)
                    IF WS-NOUV-ORIGINE = 'R'
                       ADD 1 TO WS-NB-RETENUS
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1100-AJOUTER-SUJET-FIN.
           EXIT.

       1110-CHERCHER-SUJET-DEB.
           IF WS-SUJ-TYPE(WS-IND-SUJ) = WS-NOUV-TYPE
              AND WS-SUJ-IDENT(WS-IND-SUJ) = WS-NOUV-IDENT
              MOVE WS-IND-SUJ TO WS-SUJ-TROUVE
           END-IF.
       1110-CHERCHER-SUJET-FIN.
           EXIT.

      * REGLES DE RETENTION : LA LIMITE SE CALCULE COMME DANS
      * PURGEJRN (MOIS DU RUN MOINS LE NOMBRE DE MOIS RETENUS).
       2000-APPLIQUER-RETENTION-DEB.
           OPEN INPUT FIC-RETENTION.
           IF WS-STATUS-RETENTION NOT = '00'
              DISPLAY 'PAS DE REGLE DE RETENTION'
           ELSE
              PERFORM 2010-LIGNE-RETENTION-DEB
                 THRU 2010-LIGNE-RETENTION-FIN
                 UNTIL WS-STATUS-RETENTION NOT = '00'
              CLOSE FIC-RETENTION
           END-IF.
       2000-APPLIQUER-RETENTION-FIN.
           EXIT.

       2010-LIGNE-RETENTION-DEB.
           READ FIC-RETENTION
              AT END
                 MOVE '10' TO WS-STATUS-RETENTION
           END-READ.
           IF WS-STATUS-RETENTION = '00'
              IF FS-RET-MOIS IS NOT NUMERIC
                 DISPLAY 'REGLE DE RETENTION INVALIDE : '
                         FS-ENR-RETENTION
              ELSE
                 MOVE FS-RET-MOIS TO WS-MOIS-RETENUS
                 COMPUTE WS-MOIS-CALCUL =
                         WS-DATE-JOUR-AAAA * 12 + WS-DATE-JOUR-MM - 1
                         - WS-MOIS-RETENUS
                 COMPUTE WS-LIMITE-AAAA = WS-MOIS-CALCUL / 12
                 COMPUTE WS-LIMITE-MM =
                         WS-MOIS-CALCUL - WS-LIMITE-AAAA * 12 + 1
                 COMPUTE WS-LIMITE-DATE = WS-LIMITE-AAAAMM * 100 + 1
                 DISPLAY 'REGLE ' FS-RET-ID ' : ' WS-MOIS-RETENUS
                         ' MOIS, LIMITE ' WS-LIMITE-AAAAMM
                 MOVE ZERO TO WS-NB-DERNIERES
                 MOVE 'N'  TO WS-DER-PLEINE
                 EVALUATE FS-RET-ID
                    WHEN 'STAGIAIRE'
                       PERFORM 2100-RETENIR-STAGIAIRES-DEB
                          THRU 2100-RETENIR-STAGIAIRES-FIN
                    WHEN 'CLIENT'
                       PERFORM 2200-RETENIR-CLIENTS-DEB
                          THRU 2200-RETENIR-CLIENTS-FIN
                    WHEN 'IMMAT'
                       PERFORM 2300-RETENIR-IMMATS-DEB
                          THRU 2300-RETENIR-IMMATS-FIN
                    WHEN 'RESERVATION'
                       PERFORM 2400-RETENIR-RESERVATIONS-DEB
                          THRU 2400-RETENIR-RESERVATIONS-FIN
                    WHEN OTHER
                       DISPLAY 'REGLE DE RETENTION INCONNUE : '
                               FS-RET-ID
                 END-EVALUATE
              END-IF
           END-IF.
       2010-LIGNE-RETENTION-FIN.
           EXIT.

      * STAGIAIRES DU MAITRE DONT LA FIN DE STAGE EST ANTERIEURE
      * A LA LIMITE.
       2100-RETENIR-STAGIAIRES-DEB.
           MOVE './files/stagmaitre.txt' TO WS-NOM-ENTREE.
           OPEN INPUT FIC-LS-ENTREE.
           IF WS-STATUS-ENTREE NOT = '00'
              DISPLAY 'MAITRE DES STAGIAIRES INTROUVABLE ('
                      WS-STATUS-ENTREE ')'
           ELSE
              PERFORM 2110-LIGNE-STAGIAIRE-DEB
                 THRU 2110-LIGNE-STAGIAIRE-FIN
                 UNTIL WS-STATUS-ENTREE NOT = '00'
              CLOSE FIC-LS-ENTREE
           END-IF.
       2100-RETENIR-STAGIAIRES-FIN.
           EXIT.

       2110-LIGNE-STAGIAIRE-DEB.
           READ FIC-LS-ENTREE INTO WS-ENR
              AT END
                 MOVE '10' TO WS-STATUS-ENTREE
           END-READ.
           IF WS-STATUS-ENTREE = '00'
              AND WS-STV-ID IS NUMERIC
              AND WS-STV-FIN IS NUMERIC
              AND WS-STV-NOM(1:8) NOT = 'ANONYME '
              MOVE WS-STV-FIN TO WS-DATE-VUE
              IF WS-DATE-VUE-N < WS-LIMITE-DATE
                 MOVE 'S'       TO WS-NOUV-TYPE
                 MOVE WS-STV-ID TO WS-NOUV-IDENT
                 MOVE 'R'       TO WS-NOUV-ORIGINE
                 PERFORM 1100-AJOUTER-SUJET-DEB
                    THRU 1100-AJOUTER-SUJET-FIN
              END-IF
           END-IF.
       2110-LIGNE-STAGIAIRE-FIN.
           EXIT.

      * CLIENTS DONT LA DERNIERE FACTURE EST ANTERIEURE A LA
      * LIMITE. UN CLIENT DEJA ANONYMISE REVIENT ICI A CHAQUE
      * RUN : IL EST CERTIFIE SANS DONNEES.
       2200-RETENIR-CLIENTS-DEB.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-STATUS-JRN NOT = '00'
              DISPLAY 'JOURNAL DES FACTURES INTROUVABLE ('
                      WS-STATUS-JRN ')'
           ELSE
              PERFORM 2210-LIGNE-FACTURE-DEB
                 THRU 2210-LIGNE-FACTURE-FIN
                 UNTIL WS-STATUS-JRN NOT = '00'
              CLOSE FIC-JOURNAL-FACT
              MOVE 'C' TO WS-NOUV-TYPE
              PERFORM 2900-RETENIR-DERNIERES-DEB
                 THRU 2900-RETENIR-DERNIERES-FIN
           END-IF.
       2200-RETENIR-CLIENTS-FIN.
           EXIT.

       2210-LIGNE-FACTURE-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
           IF WS-STATUS-JRN = '00'
              AND FS-JRF-DATE IS NUMERIC
              AND FS-JRF-CLIENT IS NUMERIC
              MOVE FS-JRF-CLIENT TO WS-CLIENT-X
              MOVE WS-CLIENT-X   TO WS-CLE-VUE
              MOVE FS-JRF-DATE   TO WS-DATE-VUE
              PERFORM 2910-NOTER-DATE-DEB
                 THRU 2910-NOTER-DATE-FIN
           END-IF.
       2210-LIGNE-FACTURE-FIN.
           EXIT.

      * IMMATRICULATIONS : DERNIER MOUVEMENT DU PARKING ET
      * DERNIERE FIN D'ABONNEMENT ; UN ABONNE EN COURS OU UN
      * VEHICULE VENU RECEMMENT N'EST DONC PAS RETENU.
       2300-RETENIR-IMMATS-DEB.
           MOVE './files/mvtparking.txt' TO WS-NOM-ENTREE.
           OPEN INPUT FIC-LS-ENTREE.
           IF WS-STATUS-ENTREE = '00'
              PERFORM 2310-LIGNE-MVT-PARKING-DEB
                 THRU 2310-LIGNE-MVT-PARKING-FIN
                 UNTIL WS-STATUS-ENTREE NOT = '00'
              CLOSE FIC-LS-ENTREE
           END-IF.
           MOVE './files/parkabo.txt' TO WS-NOM-ENTREE.
           OPEN INPUT FIC-LS-ENTREE.
           IF WS-STATUS-ENTREE = '00'
              PERFORM 2320-LIGNE-ABONNEMENT-DEB
                 THRU 2320-LIGNE-ABONNEMENT-FIN
                 UNTIL WS-STATUS-ENTREE NOT = '00'
              CLOSE FIC-LS-ENTREE
           END-IF.
           MOVE 'P' TO WS-NOUV-TYPE.
           PERFORM 2900-RETENIR-DERNIERES-DEB
              THRU 2900-RETENIR-DERNIERES-FIN.
       2300-RETENIR-IMMATS-FIN.
           EXIT.

       2310-LIGNE-MVT-PARKING-DEB.
           READ FIC-LS-ENTREE INTO WS-ENR
              AT END
                 MOVE '10' TO WS-STATUS-ENTREE
           END-READ.
           IF WS-STATUS-ENTREE = '00'
              AND WS-MPV-IMMAT NOT = SPACES
              AND WS-MPV-DATE IS NUMERIC
              MOVE WS-MPV-IMMAT TO WS-CLE-VUE
              MOVE WS-MPV-DATE  TO WS-DATE-VUE
              PERFORM 2910-NOTER-DATE-DEB
                 THRU 2910-NOTER-DATE-FIN
           END-IF.
       2310-LIGNE-MVT-PARKING-FIN.
           EXIT.

       2320-LIGNE-ABONNEMENT-DEB.
           READ FIC-LS-ENTREE INTO WS-ENR
              AT END
                 MOVE '10' TO WS-STATUS-ENTREE
           END-READ.
           IF WS-STATUS-ENTREE = '00'
              AND WS-ABV-IMMAT NOT = SPACES
              AND WS-ABV-FIN IS NUMERIC
              MOVE WS-ABV-IMMAT TO WS-CLE-VUE
              MOVE WS-ABV-FIN   TO WS-DATE-VUE
              PERFORM 2910-NOTER-DATE-DEB
                 THRU 2910-NOTER-DATE-FIN
           END-IF.
       2320-LIGNE-ABONNEMENT-FIN.
           EXIT.

      * NOMS DE L'HISTORIQUE DES RESERVATIONS D'INDEXREC.
       2400-RETENIR-RESERVATIONS-DEB.
           ACCEPT WS-NOM-ENTREE FROM ENVIRONMENT "RESHIST"
              ON EXCEPTION
                 MOVE SPACES TO WS-NOM-ENTREE
           END-ACCEPT.
           IF WS-NOM-ENTREE = SPACES
              MOVE 'RESHIST' TO WS-NOM-ENTREE
           END-IF.
           OPEN INPUT FIC-S088-ENTREE.
           IF WS-STATUS-ENTREE NOT = '00'
              DISPLAY 'HISTORIQUE DES RESERVATIONS INTROUVABLE ('
                      WS-STATUS-ENTREE ')'
           ELSE
              PERFORM 2410-LIGNE-RESHIST-DEB
                 THRU 2410-LIGNE-RESHIST-FIN
                 UNTIL WS-STATUS-ENTREE NOT = '00'
              CLOSE FIC-S088-ENTREE
              MOVE 'R' TO WS-NOUV-TYPE
              PERFORM 2900-RETENIR-DERNIERES-DEB
                 THRU 2900-RETENIR-DERNIERES-FIN
           END-IF.
       2400-RETENIR-RESERVATIONS-FIN.
           EXIT.

       2410-LIGNE-RESHIST-DEB.
           MOVE SPACES TO WS-ENR.
           READ FIC-S088-ENTREE
              AT END
                 MOVE '10' TO WS-STATUS-ENTREE
           END-READ.
           IF WS-STATUS-ENTREE = '00'
              MOVE FS-ENR-S088-ENTREE TO WS-ENR
              IF WS-RHV-CLIENT NOT = SPACES
                 AND WS-RHV-DATE IS NUMERIC
                 MOVE WS-RHV-CLIENT TO WS-CLE-VUE
                 MOVE WS-RHV-DATE   TO WS-DATE-VUE
                 PERFORM 2910-NOTER-DATE-DEB
                    THRU 2910-NOTER-DATE-FIN
              END-IF
           END-IF.
       2410-LIGNE-RESHIST-FIN.
           EXIT.

      * LES CLES DONT LA DERNIERE DATE EST ANTERIEURE A LA LIMITE
      * DEVIENNENT DES SUJETS DU TYPE DE LA REGLE.
       2900-RETENIR-DERNIERES-DEB.
           MOVE 'R' TO WS-NOUV-ORIGINE.
           PERFORM 2920-RETENIR-UNE-DEB
              THRU 2920-RETENIR-UNE-FIN
              VARYING WS-IND-DER FROM 1 BY 1
              UNTIL WS-IND-DER > WS-NB-DERNIERES.
       2900-RETENIR-DERNIERES-FIN.
           EXIT.

       2910-NOTER-DATE-DEB.
           MOVE ZERO TO WS-DER-TROUVE.
           PERFORM 2911-CHERCHER-CLE-DEB
              THRU 2911-CHERCHER-CLE-FIN
              VARYING WS-IND-DER FROM 1 BY 1
              UNTIL WS-IND-DER > WS-NB-DERNIERES
                 OR WS-DER-TROUVE > 0.
           IF WS-DER-TROUVE > 0
              IF WS-DATE-VUE-N > WS-DER-DATE(WS-DER-TROUVE)
                 MOVE WS-DATE-VUE-N TO WS-DER-DATE(WS-DER-TROUVE)
              END-IF
           ELSE
              IF WS-NB-DERNIERES NOT < 2000
                 IF WS-DER-PLEINE = 'N'
                    DISPLAY 'TABLE DES DERNIERES DATES PLEINE (2000), '
                            'REGLE ' FS-RET-ID ' INCOMPLETE'
                    MOVE 'O' TO WS-DER-PLEINE
                 END-IF
              ELSE
                 ADD 1 TO WS-NB-DERNIERES
                 MOVE WS-CLE-VUE    TO WS-DER-CLE(WS-NB-DERNIERES)
                 MOVE WS-DATE-VUE-N TO WS-DER-DATE(WS-NB-DERNIERES)
              END-IF
           END-IF.
       2910-NOTER-DATE-FIN.
           EXIT.

       2911-CHERCHER-CLE-DEB.
           IF WS-DER-CLE(WS-IND-DER) = WS-CLE-VUE
              MOVE WS-IND-DER TO WS-DER-TROUVE
           END-IF.
       2911-CHERCHER-CLE-FIN.
           EXIT.

       2920-RETENIR-UNE-DEB.
           IF WS-DER-DATE(WS-IND-DER) < WS-LIMITE-DATE
              MOVE WS-DER-CLE(WS-IND-DER) TO WS-NOUV-IDENT
              PERFORM 1100-AJOUTER-SUJET-DEB
                 THRU 1100-AJOUTER-SUJET-FIN
           END-IF.
       2920-RETENIR-UNE-FIN.
           EXIT.

      * REFUS : FACTURE CLIENT NON SOLDEE, LITIGE OUVERT, FACTURE
      * D'ABONNEMENT PARKING NON REGLEE.
       3000-CONTROLER-REFUS-DEB.
           MOVE ZERO TO WS-NB-CLIENTS-DEMANDES.
           MOVE ZERO TO WS-NB-IMMATS-DEMANDEES.
           PERFORM 3010-COMPTER-TYPES-DEB
              THRU 3010-COMPTER-TYPES-FIN
              VARYING WS-IND-SUJ FROM 1 BY 1
              UNTIL WS-IND-SUJ > WS-NB-SUJETS.
           IF WS-NB-CLIENTS-DEMANDES > 0
              PERFORM 3100-FACTURES-CLIENTS-DEB
                 THRU 3100-FACTURES-CLIENTS-FIN
              PERFORM 3300-LITIGES-CLIENTS-DEB
                 THRU 3300-LITIGES-CLIENTS-FIN
           END-IF.
           IF WS-NB-IMMATS-DEMANDEES > 0
              PERFORM 3400-FACTURES-ABONNES-DEB
                 THRU 3400-FACTURES-ABONNES-FIN
           END-IF.
       3000-CONTROLER-REFUS-FIN.
           EXIT.

       3010-COMPTER-TYPES-DEB.
           IF WS-SUJ-TYPE(WS-IND-SUJ) = 'C'
              ADD 1 TO WS-NB-CLIENTS-DEMANDES
           END-IF.
           IF WS-SUJ-TYPE(WS-IND-SUJ) = 'P'
              ADD 1 TO WS-NB-IMMATS-DEMANDEES
           END-IF.
       3010-COMPTER-TYPES-FIN.
           EXIT.

      * RESTE DU DES FACTURES DES CLIENTS SUJETS, DANS LA DEVISE
      * DE LA FACTURE, NET DES REGLEMENTS APPLIQUES.
       3100-FACTURES-CLIENTS-DEB.
           MOVE ZERO TO WS-NB-FACTURES.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-STATUS-JRN = '00'
              PERFORM 3110-LIGNE-FACTURE-DEB
                 THRU 3110-LIGNE-FACTURE-FIN
                 UNTIL WS-STATUS-JRN NOT = '00'
              CLOSE FIC-JOURNAL-FACT
              IF WS-NB-FACTURES NOT = 0
                 OPEN INPUT FIC-REGL-APPLIQUES
                 IF WS-STATUS-RGA = '00'
                    PERFORM 3120-LIGNE-REGLEMENT-DEB
                       THRU 3120-LIGNE-REGLEMENT-FIN
                       UNTIL WS-STATUS-RGA NOT = '00'
                    CLOSE FIC-REGL-APPLIQUES
                 END-IF
                 PERFORM 3140-MARQUER-NON-SOLDEE-DEB
                    THRU 3140-MARQUER-NON-SOLDEE-FIN
                    VARYING WS-IND-FAC FROM 1 BY 1
                    UNTIL WS-IND-FAC > WS-NB-FACTURES
              END-IF
           END-IF.
       3100-FACTURES-CLIENTS-FIN.
           EXIT.

       3110-LIGNE-FACTURE-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
           IF WS-STATUS-JRN = '00'
              AND FS-JRF-CLIENT IS NUMERIC
              MOVE FS-JRF-CLIENT TO WS-CLIENT-X
              MOVE 'C'           TO WS-NOUV-TYPE
              MOVE WS-CLIENT-X   TO WS-NOUV-IDENT
              MOVE ZERO TO WS-SUJ-TROUVE
              PERFORM 1110-CHERCHER-SUJET-DEB
                 THRU 1110-CHERCHER-SUJET-FIN
                 VARYING WS-IND-SUJ FROM 1 BY 1
                 UNTIL WS-IND-SUJ > WS-NB-SUJETS
                    OR WS-SUJ-TROUVE > 0
              IF WS-SUJ-TROUVE NOT = 0
                 IF WS-NB-FACTURES NOT < 1000
      *       SANS PLACE POUR SUIVRE LA FACTURE, ON NE PREND PAS
      *       LE RISQUE D'EFFACER UN DEBITEUR.
                    MOVE 'F' TO WS-SUJ-ETAT(WS-SUJ-TROUVE)
                 ELSE
                    ADD 1 TO WS-NB-FACTURES
                    MOVE FS-JRF-NUMERO TO WS-FAC-NUMERO(WS-NB-FACTURES)
                    MOVE WS-SUJ-TROUVE TO WS-FAC-SUJET(WS-NB-FACTURES)
                    IF FS-JRF-DEVISE NOT = SPACES
                       AND FS-JRF-TTC-DEV IS NUMERIC
                       MOVE FS-JRF-TTC-DEV
                         TO WS-FAC-RESTE(WS-NB-FACTURES)
                    ELSE
                       MOVE FS-JRF-TTC
                         TO WS-FAC-RESTE(WS-NB-FACTURES)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       3110-LIGNE-FACTURE-FIN.
           EXIT.

       3120-LIGNE-REGLEMENT-DEB.
           READ FIC-REGL-APPLIQUES
              AT END
                 MOVE '10' TO WS-STATUS-RGA
           END-READ.
           IF WS-STATUS-RGA = '00'
              PERFORM 3130-DEDUIRE-REGLEMENT-DEB
                 THRU 3130-DEDUIRE-REGLEMENT-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FACTURES
           END-IF.
       3120-LIGNE-REGLEMENT-FIN.
           EXIT.

       3130-DEDUIRE-REGLEMENT-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-RGA-NUMERO
              IF FS-RGA-DEVISE NOT = SPACES
                 AND FS-RGA-MONTANT-DEV IS NUMERIC
                 SUBTRACT FS-RGA-MONTANT-DEV
                    FROM WS-FAC-RESTE(WS-IND-FAC)
              ELSE
                 SUBTRACT FS-RGA-MONTANT
                    FROM WS-FAC-RESTE(WS-IND-FAC)
              END-IF
           END-IF.
       3130-DEDUIRE-REGLEMENT-FIN.
           EXIT.

       3140-MARQUER-NON-SOLDEE-DEB.
           IF WS-FAC-RESTE(WS-IND-FAC) > 0
              MOVE 'F' TO WS-SUJ-ETAT(WS-FAC-SUJET(WS-IND-FAC))
           END-IF.
       3140-MARQUER-NON-SOLDEE-FIN.
           EXIT.

      * UN LITIGE OUVERT ('O') SUR UN CLIENT SUJET LE FAIT
      * REFUSER, SAUF S'IL L'EST DEJA POUR UNE FACTURE.
       3300-LITIGES-CLIENTS-DEB.
           OPEN INPUT FIC-LITIGES.
           IF WS-STATUS-LITIGES = '00'
              PERFORM 3310-LIGNE-LITIGE-DEB
                 THRU 3310-LIGNE-LITIGE-FIN
                 UNTIL WS-STATUS-LITIGES NOT = '00'
              CLOSE FIC-LITIGES
           END-IF.
       3300-LITIGES-CLIENTS-FIN.
           EXIT.

       3310-LIGNE-LITIGE-DEB.
           READ FIC-LITIGES
              AT END
                 MOVE '10' TO WS-STATUS-LITIGES
           END-READ.
           IF WS-STATUS-LITIGES = '00'
              AND FS-LIT-ETAT = 'O'
              AND FS-LIT-CLIENT IS NUMERIC
              MOVE FS-LIT-CLIENT TO WS-CLIENT-X
              MOVE 'C'           TO WS-NOUV-TYPE
              MOVE WS-CLIENT-X   TO WS-NOUV-IDENT
              MOVE ZERO TO WS-SUJ-TROUVE
              PERFORM 1110-CHERCHER-SUJET-DEB
                 THRU 1110-CHERCHER-SUJET-FIN
                 VARYING WS-IND-SUJ FROM 1 BY 1
                 UNTIL WS-IND-SUJ > WS-NB-SUJETS
                    OR WS-SUJ-TROUVE > 0
              IF WS-SUJ-TROUVE > 0
                 IF WS-SUJ-ETAT(WS-SUJ-TROUVE) = 'A'
                    MOVE 'L' TO WS-SUJ-ETAT(WS-SUJ-TROUVE)
                 END-IF
              END-IF
           END-IF.
       3310-LIGNE-LITIGE-FIN.
           EXIT.

      * FACTURES D'ABONNEMENT (PARKABOF) : TOUT ETAT AUTRE QUE
      * 'R' (REGLEE) FAIT REFUSER L'IMMATRICULATION.
       3400-FACTURES-ABONNES-DEB.
           MOVE './files/parkabofact.txt' TO WS-NOM-ENTREE.
           OPEN INPUT FIC-LS-ENTREE.
           IF WS-STATUS-ENTREE = '00'
              PERFORM 3410-LIGNE-FACT-ABO-DEB
                 THRU 3410-LIGNE-FACT-ABO-FIN
                 UNTIL WS-STATUS-ENTREE NOT = '00'
              CLOSE FIC-LS-ENTREE
           END-IF.
       3400-FACTURES-ABONNES-FIN.
           EXIT.

       3410-LIGNE-FACT-ABO-DEB.
           READ FIC-LS-ENTREE INTO WS-ENR
              AT END
                 MOVE '10' TO WS-STATUS-ENTREE
           END-READ.
           IF WS-STATUS-ENTREE = '00'
              AND WS-FAV-ETAT NOT = 'R'
              MOVE 'P'          TO WS-NOUV-TYPE
              MOVE WS-FAV-IMMAT TO WS-NOUV-IDENT
              MOVE ZERO TO WS-SUJ-TROUVE
              PERFORM 1110-CHERCHER-SUJET-DEB
                 THRU 1110-CHERCHER-SUJET-FIN
                 VARYING WS-IND-SUJ FROM 1 BY 1
                 UNTIL WS-IND-SUJ > WS-NB-SUJETS
                    OR WS-SUJ-TROUVE > 0
              IF WS-SUJ-TROUVE > 0
                 MOVE 'F' TO WS-SUJ-ETAT(WS-SUJ-TROUVE)
              END-IF
           END-IF.
       3410-LIGNE-FACT-ABO-FIN.
           EXIT.

      * PSEUDONYME DE CHAQUE SUJET ACCEPTE.
       4000-CALCULER-PSEUDONYMES-DEB.
           PERFORM 4010-PSEUDONYME-SUJET-DEB
              THRU 4010-PSEUDONYME-SUJET-FIN
              VARYING WS-IND-SUJ FROM 1 BY 1
              UNTIL WS-IND-SUJ > WS-NB-SUJETS.
       4000-CALCULER-PSEUDONYMES-FIN.
           EXIT.

       4010-PSEUDONYME-SUJET-DEB.
           IF WS-SUJ-ETAT(WS-IND-SUJ) NOT = 'A'
              ADD 1 TO WS-NB-REFUSES
           ELSE
              MOVE SPACES TO WS-SUJ-PSEUDO(WS-IND-SUJ)
              EVALUATE WS-SUJ-TYPE(WS-IND-SUJ)
                 WHEN 'C'
                    STRING 'ANONYME C' DELIMITED BY SIZE
                           WS-SUJ-IDENT(WS-IND-SUJ)(1:5)
                                       DELIMITED BY SIZE
                           INTO WS-SUJ-PSEUDO(WS-IND-SUJ)
                    END-STRING
                 WHEN 'S'
                    STRING 'ANONYME S' DELIMITED BY SIZE
                           WS-SUJ-IDENT(WS-IND-SUJ)(1:5)
                                       DELIMITED BY SIZE
                           INTO WS-SUJ-PSEUDO(WS-IND-SUJ)
                    END-STRING
                 WHEN 'P'
                    PERFORM 4100-EMPREINTE-DEB
                       THRU 4100-EMPREINTE-FIN
                    STRING '#'           DELIMITED BY SIZE
                           WS-EMPREINTE  DELIMITED BY SIZE
                           INTO WS-SUJ-PSEUDO(WS-IND-SUJ)
                    END-STRING
                 WHEN 'R'
                    PERFORM 4100-EMPREINTE-DEB
                       THRU 4100-EMPREINTE-FIN
                    STRING 'ANONYME R'   DELIMITED BY SIZE
                           WS-EMPREINTE  DELIMITED BY SIZE
                           INTO WS-SUJ-PSEUDO(WS-IND-SUJ)
                    END-STRING
              END-EVALUATE
           END-IF.
       4010-PSEUDONYME-SUJET-FIN.
           EXIT.

       4100-EMPREINTE-DEB.
           MOVE ZERO TO WS-EMPREINTE.
           PERFORM 4110-CUMULER-CARACTERE-DEB
              THRU 4110-CUMULER-CARACTERE-FIN
              VARYING WS-IND-CAR FROM 1 BY 1
              UNTIL WS-IND-CAR > 30.
       4100-EMPREINTE-FIN.
           EXIT.

       4110-CUMULER-CARACTERE-DEB.
           MOVE WS-SUJ-IDENT(WS-IND-SUJ)(WS-IND-CAR:1) TO WS-CAR.
           MOVE ZERO TO WS-CODE-CAR.
           PERFORM 4120-RANG-CARACTERE-DEB
              THRU 4120-RANG-CARACTERE-FIN
              VARYING WS-IND-ALPHA FROM 1 BY 1
              UNTIL WS-IND-ALPHA > 65
                 OR WS-CODE-CAR > 0.
           COMPUTE WS-CALCUL = WS-EMPREINTE * 67 + WS-CODE-CAR.
           DIVIDE WS-CALCUL BY 999999937
              GIVING WS-QUOTIENT REMAINDER WS-EMPREINTE.
       4110-CUMULER-CARACTERE-FIN.
           EXIT.

       4120-RANG-CARACTERE-DEB.
           IF WS-ALPHABET(WS-IND-ALPHA:1) = WS-CAR
              MOVE WS-IND-ALPHA TO WS-CODE-CAR
           END-IF.
       4120-RANG-CARACTERE-FIN.
           EXIT.

      * LE JEU COURANT PUIS LES ARCHIVES DU CATALOGUE.
       5000-TRAITER-FICHIERS-DEB.
           PERFORM 5010-FICHIER-DU-JEU-DEB
              THRU 5010-FICHIER-DU-JEU-FIN
              VARYING WS-IND-FMT FROM 1 BY 1
              UNTIL WS-IND-FMT > WS-NB-FORMATS.
           OPEN INPUT FIC-CATALOGUE.
           IF WS-STATUS-CATALOGUE = '00'
              PERFORM 5100-LIGNE-CATALOGUE-DEB
                 THRU 5100-LIGNE-CATALOGUE-FIN
                 UNTIL WS-STATUS-CATALOGUE NOT = '00'
              CLOSE FIC-CATALOGUE
           END-IF.
       5000-TRAITER-FICHIERS-FIN.
           EXIT.

       5010-FICHIER-DU-JEU-DEB.
           IF WS-JEU-ENV(WS-IND-FMT) = SPACES
              MOVE WS-JEU-NOM(WS-IND-FMT) TO WS-NOM-ENTREE
           ELSE
              MOVE WS-JEU-ENV(WS-IND-FMT) TO WS-NOM-ENV
              ACCEPT WS-NOM-ENTREE FROM ENVIRONMENT WS-NOM-ENV
                 ON EXCEPTION
                    MOVE SPACES TO WS-NOM-ENTREE
              END-ACCEPT
              IF WS-NOM-ENTREE = SPACES
                 MOVE WS-NOM-ENV TO WS-NOM-ENTREE
              END-IF
           END-IF.
           PERFORM 5200-TRAITER-UN-FICHIER-DEB
              THRU 5200-TRAITER-UN-FICHIER-FIN.
       5010-FICHIER-DU-JEU-FIN.
           EXIT.

       5100-LIGNE-CATALOGUE-DEB.
           READ FIC-CATALOGUE
              AT END
                 MOVE '10' TO WS-STATUS-CATALOGUE
           END-READ.
           IF WS-STATUS-CATALOGUE = '00'
              AND FS-ENR-CATALOGUE(1:1) NOT = '*'
              AND FS-ENR-CATALOGUE NOT = SPACES
              MOVE ZERO TO WS-FMT-TROUVE
              PERFORM 5110-CHERCHER-FORMAT-DEB
                 THRU 5110-CHERCHER-FORMAT-FIN
                 VARYING WS-IND-FMT FROM 1 BY 1
                 UNTIL WS-IND-FMT > WS-NB-FORMATS
                    OR WS-FMT-TROUVE > 0
              IF WS-FMT-TROUVE = 0
                 DISPLAY 'FORMAT INCONNU AU CATALOGUE : '
                         FS-CAT-FORMAT ' ' FS-CAT-NOM
              ELSE
                 MOVE WS-FMT-TROUVE TO WS-IND-FMT
                 MOVE FS-CAT-NOM TO WS-NOM-ENTREE
                 PERFORM 5200-TRAITER-UN-FICHIER-DEB
                    THRU 5200-TRAITER-UN-FICHIER-FIN
              END-IF
           END-IF.
       5100-LIGNE-CATALOGUE-FIN.
           EXIT.

       5110-CHERCHER-FORMAT-DEB.
           IF WS-FMT-ID(WS-IND-FMT) = FS-CAT-FORMAT
              MOVE WS-IND-FMT TO WS-FMT-TROUVE
           END-IF.
       5110-CHERCHER-FORMAT-FIN.
           EXIT.

      * UN FICHIER : CHAQUE ENREGISTREMENT EST RECOPIE DANS LA
      * NOUVELLE GENERATION, ZONES DU SUJET REMPLACEES.
       5200-TRAITER-UN-FICHIER-DEB.
           MOVE SPACES TO WS-NOM-SORTIE.
           STRING WS-NOM-ENTREE DELIMITED BY SPACE
                  '_new'        DELIMITED BY SIZE
                  INTO WS-NOM-SORTIE
           END-STRING.
           MOVE ZERO TO WS-NB-LUS-FIC.
           MOVE ZERO TO WS-NB-MODIFS-FIC.
           PERFORM 5205-RAZ-COMPTE-SUJET-DEB
              THRU 5205-RAZ-COMPTE-SUJET-FIN
              VARYING WS-IND-SUJ FROM 1 BY 1
              UNTIL WS-IND-SUJ > WS-NB-SUJETS.
           MOVE WS-DATE-JOUR-N        TO WS-CER-F-DATE.
           MOVE WS-FMT-ID(WS-IND-FMT) TO WS-CER-F-FORMAT.
           MOVE WS-NOM-ENTREE         TO WS-CER-F-NOM.

           PERFORM 5210-OUVRIR-ENTREE-DEB
              THRU 5210-OUVRIR-ENTREE-FIN.
           IF WS-STATUS-ENTREE NOT = '00'
              ADD 1 TO WS-NB-ABSENTS
              MOVE ZERO     TO WS-CER-F-LUS
              MOVE ZERO     TO WS-CER-F-MODIFS
              MOVE 'ABSENT' TO WS-CER-F-ETAT
              MOVE WS-CER-FICHIER TO FS-ENR-CERTIFICAT
              PERFORM 6900-ECRIRE-CERTIFICAT-DEB
                 THRU 6900-ECRIRE-CERTIFICAT-FIN
           ELSE
              PERFORM 5220-OUVRIR-SORTIE-DEB
                 THRU 5220-OUVRIR-SORTIE-FIN
              PERFORM 5230-ENREGISTREMENT-DEB
                 THRU 5230-ENREGISTREMENT-FIN
                 UNTIL WS-STATUS-ENTREE NOT = '00'
              PERFORM 5290-FERMER-DEB
                 THRU 5290-FERMER-FIN
              ADD 1 TO WS-NB-FICHIERS
              ADD WS-NB-MODIFS-FIC TO WS-NB-MODIFS-TOTAL

              MOVE WS-NB-LUS-FIC    TO WS-CER-F-LUS
              MOVE WS-NB-MODIFS-FIC TO WS-CER-F-MODIFS
              MOVE 'TRAITE'         TO WS-CER-F-ETAT
              MOVE WS-CER-FICHIER TO FS-ENR-CERTIFICAT
              PERFORM 6900-ECRIRE-CERTIFICAT-DEB
                 THRU 6900-ECRIRE-CERTIFICAT-FIN
              PERFORM 5300-DETAIL-SUJET-DEB
                 THRU 5300-DETAIL-SUJET-FIN
                 VARYING WS-IND-SUJ FROM 1 BY 1
                 UNTIL WS-IND-SUJ > WS-NB-SUJETS
           END-IF.
       5200-TRAITER-UN-FICHIER-FIN.
           EXIT.

       5205-RAZ-COMPTE-SUJET-DEB.
           MOVE ZERO TO WS-SUJ-NB-FIC(WS-IND-SUJ).
       5205-RAZ-COMPTE-SUJET-FIN.
           EXIT.

       5210-OUVRIR-ENTREE-DEB.
           EVALUATE WS-FMT-LONG(WS-IND-FMT)
              WHEN 106 OPEN INPUT FIC-S106-ENTREE
              WHEN 088 OPEN INPUT FIC-S088-ENTREE
              WHEN 077 OPEN INPUT FIC-S077-ENTREE
              WHEN 066 OPEN INPUT FIC-S066-ENTREE
              WHEN 030 OPEN INPUT FIC-S030-ENTREE
              WHEN OTHER OPEN INPUT FIC-LS-ENTREE
           END-EVALUATE.
       5210-OUVRIR-ENTREE-FIN.
           EXIT.

       5220-OUVRIR-SORTIE-DEB.
           EVALUATE WS-FMT-LONG(WS-IND-FMT)
              WHEN 106 OPEN OUTPUT FIC-S106-SORTIE
              WHEN 088 OPEN OUTPUT FIC-S088-SORTIE
              WHEN 077 OPEN OUTPUT FIC-S077-SORTIE
              WHEN 066 OPEN OUTPUT FIC-S066-SORTIE
              WHEN 030 OPEN OUTPUT FIC-S030-SORTIE
              WHEN OTHER OPEN OUTPUT FIC-LS-SORTIE
           END-EVALUATE.
       5220-OUVRIR-SORTIE-FIN.
           EXIT.

       5230-ENREGISTREMENT-DEB.
           PERFORM 5240-LIRE-DEB
              THRU 5240-LIRE-FIN.
           IF WS-STATUS-ENTREE = '00'
              ADD 1 TO WS-NB-LUS-FIC
              MOVE WS-ENR TO WS-ENR-AVANT
              MOVE WS-FMT-CLE-POS(WS-IND-FMT) TO WS-POS
              MOVE WS-FMT-CLE-LNG(WS-IND-FMT) TO WS-LNG
              MOVE ZERO TO WS-SUJ-TROUVE
              PERFORM 5250-CHERCHER-SUJET-DEB
                 THRU 5250-CHERCHER-SUJET-FIN
                 VARYING WS-IND-SUJ FROM 1 BY 1
                 UNTIL WS-IND-SUJ > WS-NB-SUJETS
                    OR WS-SUJ-TROUVE > 0
              IF WS-SUJ-TROUVE > 0
                 PERFORM 5260-REMPLACER-ZONE-DEB
                    THRU 5260-REMPLACER-ZONE-FIN
                    VARYING WS-IND-ZONE FROM 1 BY 1
                    UNTIL WS-IND-ZONE > 3
                 IF WS-ENR NOT = WS-ENR-AVANT
                    ADD 1 TO WS-NB-MODIFS-FIC
                    ADD 1 TO WS-SUJ-NB-FIC(WS-SUJ-TROUVE)
                    ADD 1 TO WS-SUJ-NB-TOTAL(WS-SUJ-TROUVE)
                 END-IF
              END-IF
              PERFORM 5270-ECRIRE-DEB
                 THRU 5270-ECRIRE-FIN
           END-IF.
       5230-ENREGISTREMENT-FIN.
           EXIT.

       5240-LIRE-DEB.
           MOVE SPACES TO WS-ENR.
           EVALUATE WS-FMT-LONG(WS-IND-FMT)
              WHEN 106
                 READ FIC-S106-ENTREE
                    AT END MOVE '10' TO WS-STATUS-ENTREE
                    NOT AT END MOVE FS-ENR-S106-ENTREE TO WS-ENR
                 END-READ
              WHEN 088
                 READ FIC-S088-ENTREE
                    AT END MOVE '10' TO WS-STATUS-ENTREE
                    NOT AT END MOVE FS-ENR-S088-ENTREE TO WS-ENR
                 END-READ
              WHEN 077
                 READ FIC-S077-ENTREE
                    AT END MOVE '10' TO WS-STATUS-ENTREE
                    NOT AT END MOVE FS-ENR-S077-ENTREE TO WS-ENR
                 END-READ
              WHEN 066
                 READ FIC-S066-ENTREE
                    AT END MOVE '10' TO WS-STATUS-ENTREE
                    NOT AT END MOVE FS-ENR-S066-ENTREE TO WS-ENR
                 END-READ
              WHEN 030
                 READ FIC-S030-ENTREE
                    AT END MOVE '10' TO WS-STATUS-ENTREE
                    NOT AT END MOVE FS-ENR-S030-ENTREE TO WS-ENR
                 END-READ
              WHEN OTHER
                 READ FIC-LS-ENTREE INTO WS-ENR
                    AT END MOVE '10' TO WS-STATUS-ENTREE
                 END-READ
           END-EVALUATE.
       5240-LIRE-FIN.
           EXIT.

       5250-CHERCHER-SUJET-DEB.
           IF WS-SUJ-ETAT(WS-IND-SUJ) = 'A'
              AND WS-SUJ-TYPE(WS-IND-SUJ) = WS-FMT-TYPE(WS-IND-FMT)
              AND WS-SUJ-IDENT(WS-IND-SUJ)(1:WS-LNG)
                  = WS-ENR(WS-POS:WS-LNG)
              MOVE WS-IND-SUJ TO WS-SUJ-TROUVE
           END-IF.
       5250-CHERCHER-SUJET-FIN.
           EXIT.

       5260-REMPLACER-ZONE-DEB.
           IF WS-FMT-ZONE-LNG(WS-IND-FMT WS-IND-ZONE) NOT = 0
              MOVE WS-FMT-ZONE-POS(WS-IND-FMT WS-IND-ZONE) TO WS-POS
              MOVE WS-FMT-ZONE-LNG(WS-IND-FMT WS-IND-ZONE) TO WS-LNG
              IF WS-FMT-ZONE-NAT(WS-IND-FMT WS-IND-ZONE) = 'P'
                 MOVE WS-SUJ-PSEUDO(WS-SUJ-TROUVE)
                   TO WS-ENR(WS-POS:WS-LNG)
              ELSE
                 MOVE SPACES TO WS-ENR(WS-POS:WS-LNG)
              END-IF
           END-IF.
       5260-REMPLACER-ZONE-FIN.
           EXIT.

       5270-ECRIRE-DEB.
           EVALUATE WS-FMT-LONG(WS-IND-FMT)
              WHEN 106
                 WRITE FS-ENR-S106-SORTIE FROM WS-ENR(1:106)
              WHEN 088
                 WRITE FS-ENR-S088-SORTIE FROM WS-ENR(1:88)
              WHEN 077
                 WRITE FS-ENR-S077-SORTIE FROM WS-ENR(1:77)
              WHEN 066
                 WRITE FS-ENR-S066-SORTIE FROM WS-ENR(1:66)
              WHEN 030
                 WRITE FS-ENR-S030-SORTIE FROM WS-ENR(1:30)
              WHEN OTHER
                 WRITE FS-ENR-LS-SORTIE FROM WS-ENR
           END-EVALUATE.
       5270-ECRIRE-FIN.
           EXIT.

       5290-FERMER-DEB.
           EVALUATE WS-FMT-LONG(WS-IND-FMT)
              WHEN 106
                 CLOSE FIC-S106-ENTREE
                 CLOSE FIC-S106-SORTIE
              WHEN 088
                 CLOSE FIC-S088-ENTREE
                 CLOSE FIC-S088-SORTIE
              WHEN 077
                 CLOSE FIC-S077-ENTREE
                 CLOSE FIC-S077-SORTIE
              WHEN 066
                 CLOSE FIC-S066-ENTREE
                 CLOSE FIC-S066-SORTIE
              WHEN 030
                 CLOSE FIC-S030-ENTREE
                 CLOSE FIC-S030-SORTIE
              WHEN OTHER
                 CLOSE FIC-LS-ENTREE
                 CLOSE FIC-LS-SORTIE
           END-EVALUATE.
       5290-FERMER-FIN.
           EXIT.

       5300-DETAIL-SUJET-DEB.
           IF WS-SUJ-NB-FIC(WS-IND-SUJ) > 0
              MOVE WS-DATE-JOUR-N        TO WS-CER-D-DATE
              MOVE WS-FMT-ID(WS-IND-FMT) TO WS-CER-D-FORMAT
              MOVE WS-SUJ-PSEUDO(WS-IND-SUJ) TO WS-CER-D-PSEUDO
              MOVE WS-SUJ-NB-FIC(WS-IND-SUJ) TO WS-CER-D-NB
              MOVE WS-CER-DETAIL TO FS-ENR-CERTIFICAT
              PERFORM 6900-ECRIRE-CERTIFICAT-DEB
                 THRU 6900-ECRIRE-CERTIFICAT-FIN
           END-IF.
       5300-DETAIL-SUJET-FIN.
           EXIT.

      * SORT DE CHAQUE SUJET PUIS TOTAL DU RUN. UN SUJET REFUSE
      * EST DESIGNE PAR SON IDENTIFIANT (IL N'EST PAS EFFACE),
      * UN SUJET ACCEPTE PAR SON SEUL PSEUDONYME.
       6000-CERTIFIER-SUJETS-DEB.
           PERFORM 6010-CERTIFIER-SUJET-DEB
              THRU 6010-CERTIFIER-SUJET-FIN
              VARYING WS-IND-SUJ FROM 1 BY 1
              UNTIL WS-IND-SUJ > WS-NB-SUJETS.
           MOVE WS-DATE-JOUR-N     TO WS-CER-T-DATE.
           MOVE WS-NB-SUJETS       TO WS-CER-T-SUJETS.
           MOVE WS-NB-ANONYMISES   TO WS-CER-T-ANONYMES.
           MOVE WS-NB-REFUSES      TO WS-CER-T-REFUSES.
           MOVE WS-NB-FICHIERS     TO WS-CER-T-FICHIERS.
           MOVE WS-NB-MODIFS-TOTAL TO WS-CER-T-MODIFS.
           MOVE WS-CER-TOTAL TO FS-ENR-CERTIFICAT.
           PERFORM 6900-ECRIRE-CERTIFICAT-DEB
              THRU 6900-ECRIRE-CERTIFICAT-FIN.
       6000-CERTIFIER-SUJETS-FIN.
           EXIT.

       6010-CERTIFIER-SUJET-DEB.
           MOVE WS-DATE-JOUR-N              TO WS-CER-S-DATE.
           MOVE WS-SUJ-TYPE(WS-IND-SUJ)     TO WS-CER-S-TYPE.
           MOVE WS-SUJ-ORIGINE(WS-IND-SUJ)  TO WS-CER-S-ORIGINE.
           MOVE WS-SUJ-NB-TOTAL(WS-IND-SUJ) TO WS-CER-S-NB.
           EVALUATE TRUE
              WHEN WS-SUJ-ETAT(WS-IND-SUJ) = 'F'
                 MOVE 'REFUSE FACTURE OUVERTE' TO WS-CER-S-RESULTAT
                 MOVE WS-SUJ-IDENT(WS-IND-SUJ)
                   TO WS-CER-S-DESIGNATION
              WHEN WS-SUJ-ETAT(WS-IND-SUJ) = 'L'
                 MOVE 'REFUSE LITIGE OUVERT'   TO WS-CER-S-RESULTAT
                 MOVE WS-SUJ-IDENT(WS-IND-SUJ)
                   TO WS-CER-S-DESIGNATION
              WHEN WS-SUJ-NB-TOTAL(WS-IND-SUJ) = 0
                 ADD 1 TO WS-NB-SANS-DONNEES
                 MOVE 'SANS DONNEES'           TO WS-CER-S-RESULTAT
                 MOVE WS-SUJ-PSEUDO(WS-IND-SUJ)
                   TO WS-CER-S-DESIGNATION
              WHEN OTHER
                 ADD 1 TO WS-NB-ANONYMISES
                 MOVE 'ANONYMISE'              TO WS-CER-S-RESULTAT
                 MOVE WS-SUJ-PSEUDO(WS-IND-SUJ)
                   TO WS-CER-S-DESIGNATION
           END-EVALUATE.
           MOVE WS-CER-SUJET TO FS-ENR-CERTIFICAT.
           PERFORM 6900-ECRIRE-CERTIFICAT-DEB
              THRU 6900-ECRIRE-CERTIFICAT-FIN.
       6010-CERTIFIER-SUJET-FIN.
           EXIT.

      * LE CERTIFICAT EST AUSSI AFFICHE AU COMPTE-RENDU.
       6900-ECRIRE-CERTIFICAT-DEB.
           WRITE FS-ENR-CERTIFICAT.
           DISPLAY FS-ENR-CERTIFICAT.
       6900-ECRIRE-CERTIFICAT-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' DEBUT DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'ANONYMISATION DES DONNEES PERSONNELLES'.
           DISPLAY '***************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '***************************************'.
           DISPLAY ' STATISTIQUES DU PROGRAMME ' WS-PROGRAM-ID.
           DISPLAY '***************************************'.
           DISPLAY 'DEMANDES LUES            : ' WS-NB-DEMANDES-LUES.
           DISPLAY 'DEMANDES REJETEES        : ' WS-NB-DEMANDES-REJ.
           DISPLAY 'SUJETS PAR RETENTION     : ' WS-NB-RETENUS.
           DISPLAY 'SUJETS ANONYMISES        : ' WS-NB-ANONYMISES.
           DISPLAY 'SUJETS SANS DONNEES      : ' WS-NB-SANS-DONNEES.
           DISPLAY 'SUJETS REFUSES           : ' WS-NB-REFUSES.
           DISPLAY 'FICHIERS TRAITES         : ' WS-NB-FICHIERS.
           DISPLAY 'FICHIERS ABSENTS         : ' WS-NB-ABSENTS.
           DISPLAY 'ENREGISTREMENTS MODIFIES : ' WS-NB-MODIFS-TOTAL.
           IF WS-NB-FICHIERS > 0
              DISPLAY 'BASCULER LES NOUVELLES GENERATIONS APRES '
                      'CONTROLE'
           END-IF.
           MOVE WS-PROGRAM-ID TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'SUJETS ANONYMISES'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-ANONYMISES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'ANONYMISATIONS REFUS' TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-REFUSES TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'ENREG ANONYMISES'   TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-MODIFS-TOTAL TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM ANONYMIS.
