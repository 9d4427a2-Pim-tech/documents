       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTEXP.

      *********************************************************
      *     EXPORT DES AVIS D'EXPEDITION ET DES FACTURES VERS LE
      *     PARTENAIRE, DANS SON FORMAT FIXE.
      *
      *     CMDIMPRT IMPORTE CHAQUE NUIT LES COMMANDES DE NOTRE
      *     PLUS GROS PARTENAIRE (PARTCMD.TXT) ; LE PARTENAIRE
      *     TELEPHONAIT ENSUITE CHAQUE JOUR POUR SAVOIR CE QUI
      *     ETAIT PARTI ET RECLAMAIT LES COPIES DE FACTURES. CE
      *     PROGRAMME, LANCE EN FIN DE NUIT APRES CMDEXPED ET
      *     CMDFACT (JOUR TRAITE : RUNDATE, A DEFAUT LA DATE DU
      *     JOUR), ECRIT PARTEXPORT.TXT :
      *       - LES AVIS D'EXPEDITION DU JOUR, BATIS SUR LES
      *         ALLOCATIONS D'EXPALLOC.TXT : UN ENREGISTREMENT
      *         'AE' PAR COMMANDE EXPEDIEE PUIS UN 'AL' PAR LOT
      *         PIQUE (REFERENCE, QUANTITE, LOT, DLUO),
      *       - LES FACTURES DU JOUR DE FACTJOURNAL.TXT : UN
      *         'FE' PAR FACTURE (TOTAUX HT/TVA/TTC) PUIS UN 'FL'
      *         PAR LIGNE DE FACTLIGNES.TXT,
      *     POUR LES SEULES COMMANDES DU PARTENAIRE, RECONNUES
      *     PAR LA CORRESPONDANCE DE NUMEROS QUE CMDIMPRT TIENT
      *     DANS PARTCORRESP.TXT : CHAQUE ENREGISTREMENT CITE LE
      *     NUMERO DE COMMANDE PARTENAIRE D'ORIGINE SUR 8, ET NOS
      *     CODES CATALOGUE SONT RETRADUITS EN REFERENCES
      *     PARTENAIRE PAR ARTXREF.TXT (LE CODE STOCK D'UNE
      *     ALLOCATION EST RAMENE AU CODE CATALOGUE DE LA LIGNE
      *     DE COMMANDE, FCOMMAND_ENCOURS.TXT).
      *     LES MONTANTS SONT EN CENTIMES, SANS SEPARATEURS, COMME
      *     LE FICHIER DU PARTENAIRE. LE FICHIER PORTE L'ENVELOPPE
      *     NORMALISEE ('ENTETE PARTEXP  AAAAMMJJ' / 'FIN NNNNNNN')
      *     SUIVIE DES COMPTES PAR TYPE D'ENREGISTREMENT POUR LE
      *     RAPPROCHEMENT DES DEUX COTES. UNE LIGNE SANS REFERENCE
      *     PARTENAIRE N'EST PAS EXPORTEE, ELLE EST SIGNALEE.
      *********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIC-CORRESP
              ASSIGN TO "./files/partcorresp.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CORR.
           SELECT FIC-XREF
              ASSIGN TO "./files/artxref.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-XREF.
           SELECT FIC-COMMANDES
              ASSIGN TO "./files/fcommand_encours.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CDE.
           SELECT FIC-ALLOCATIONS
              ASSIGN TO "./files/expalloc.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ALLOC.
           SELECT FIC-JOURNAL-FACT
              ASSIGN TO "./files/factjournal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JRN.
           SELECT FIC-LIGNES-FACT
              ASSIGN TO "./files/factlignes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LGF.
           SELECT FIC-EXPORT
              ASSIGN TO "./files/partexport.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXP.

       DATA DIVISION.
       FILE SECTION.
       FD FIC-CORRESP RECORDING MODE IS F.
       01  FS-ENR-CORRESP.
           05 FS-COR-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-COR-IDCOMMAND PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-COR-NUMCDE    PIC X(8).
           05 FILLER PIC X(1).
           05 FS-COR-CLIENT    PIC 9(5).

       FD FIC-XREF RECORDING MODE IS F.
       01  FS-ENR-XREF.
           05 FS-XRF-REFPART PIC X(10).
           05 FILLER PIC X(1).
           05 FS-XRF-CODE    PIC X(6).

       FD FIC-COMMANDES RECORDING MODE IS F.
       01  FS-ENR-COMMANDE.
           05 FS-CDE-IDCOMMAND PIC 9(5).
           05 FS-CDE-CODESTR   PIC X.
           05 FS-CDE-NUMLIGNE  PIC 99.
           05 FS-CDE-IDCLIENT  PIC 9(5).
           05 FS-CDE-DATE      PIC 9(8).
           05 FS-CDE-ARTICLE   PIC X(6).
           05 FILLER           PIC X(83).

      *    MEME DECOUPAGE QUE LES ALLOCATIONS ECRITES PAR CMDEXPED.
       FD FIC-ALLOCATIONS RECORDING MODE IS F.
       01  FS-ENR-ALLOC.
           05 FS-ALC-DATE      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ALC-IDCOMMAND PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-ALC-CLIENT    PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-ALC-CODE      PIC X(3).
           05 FILLER PIC X(1).
           05 FS-ALC-DEPOT     PIC X(2).
           05 FILLER PIC X(1).
           05 FS-ALC-LOT       PIC X(8).
           05 FILLER PIC X(1).
           05 FS-ALC-DLUO      PIC 9(8).
           05 FILLER PIC X(1).
           05 FS-ALC-QTE       PIC 9(5).
           05 FILLER PIC X(1).
           05 FS-ALC-EMPL      PIC X(8).

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

       FD FIC-LIGNES-FACT RECORDING MODE IS F.
       01  FS-ENR-LGN-FACT.
           05 FS-LGF-NUMERO  PIC 9(6).
           05 FILLER PIC X(1).
           05 FS-LGF-LIGNE   PIC 99.
           05 FILLER PIC X(1).
           05 FS-LGF-ARTICLE PIC X(6).
           05 FILLER PIC X(1).
           05 FS-LGF-QTE     PIC 9(3).
           05 FILLER PIC X(1).
           05 FS-LGF-HT      PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TAUX    PIC 99V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TVA     PIC 9(5)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-SOURCE  PIC X(1).
           05 FILLER PIC X(1).
           05 FS-LGF-HT-DEV  PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 FS-LGF-TVA-DEV PIC 9(7)V99.

      *    FORMAT FIXE DU PARTENAIRE, SANS SEPARATEURS : LE TYPE
      *    D'ENREGISTREMENT PUIS LE NUMERO DE COMMANDE PARTENAIRE
      *    EN TETE DE CHAQUE DETAIL, MONTANTS EN CENTIMES.
       FD FIC-EXPORT RECORDING MODE IS F.
       01  FS-ENR-EXPORT.
           05 FS-EXP-TYPE   PIC X(2).
           05 FS-EXP-NUMCDE PIC X(8).
           05 FS-EXP-SUITE  PIC X(60).
      *    'AE' ENTETE D'AVIS D'EXPEDITION
       01  FS-ENR-EXP-AE.
           05 FILLER        PIC X(10).
           05 FS-AE-COMMANDE PIC 9(5).
           05 FS-AE-DATE     PIC 9(8).
           05 FS-AE-CLIENT   PIC 9(5).
           05 FILLER         PIC X(42).
      *    'AL' LIGNE D'AVIS D'EXPEDITION (UN LOT PIQUE)
       01  FS-ENR-EXP-AL.
           05 FILLER        PIC X(10).
           05 FS-AL-REFART  PIC X(10).
           05 FS-AL-QTE     PIC 9(5).
           05 FS-AL-LOT     PIC X(8).
           05 FS-AL-DLUO    PIC 9(8).
           05 FILLER        PIC X(29).
      *    'FE' ENTETE DE FACTURE
       01  FS-ENR-EXP-FE.
           05 FILLER        PIC X(10).
           05 FS-FE-FACTURE PIC 9(6).
           05 FS-FE-DATE    PIC 9(8).
           05 FS-FE-CLIENT  PIC 9(5).
           05 FS-FE-HT      PIC 9(9).
           05 FS-FE-TVA     PIC 9(9).
           05 FS-FE-TTC     PIC 9(9).
           05 FILLER        PIC X(14).
      *    'FL' LIGNE DE FACTURE
       01  FS-ENR-EXP-FL.
           05 FILLER        PIC X(10).
           05 FS-FL-FACTURE PIC 9(6).
           05 FS-FL-LIGNE   PIC 9(2).
           05 FS-FL-REFART  PIC X(10).
           05 FS-FL-QTE     PIC 9(5).
           05 FS-FL-HT      PIC 9(7).
           05 FS-FL-TAUX    PIC 9(4).
           05 FS-FL-TVA     PIC 9(7).
           05 FILLER        PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-PROGRAM-ID PIC X(8) VALUE 'PARTEXP'.
       01  WS-STATUS-CORR  PIC XX.
       01  WS-STATUS-XREF  PIC XX.
       01  WS-STATUS-CDE   PIC XX.
       01  WS-STATUS-ALLOC PIC XX.
       01  WS-STATUS-JRN   PIC XX.
       01  WS-STATUS-LGF   PIC XX.
       01  WS-STATUS-EXP   PIC XX.

       01  WS-DATE-REF PIC X(8) VALUE SPACES.
       01  WS-DATE-JOUR PIC 9(8).

      * CORRESPONDANCE NUMERO INTERNE / NUMERO PARTENAIRE ; LA
      * DERNIERE LIGNE D'UN NUMERO INTERNE FAIT FOI.
       01  WS-CORRESPONDANCES.
           05 WS-NB-COR PIC 9(4) VALUE 0.
           05 WS-COR OCCURS 2000 TIMES.
               10 WS-COR-IDCOMMAND PIC 9(5).
               10 WS-COR-NUMCDE    PIC X(8).
               10 WS-COR-CLIENT    PIC 9(5).
       01  WS-IND-COR        PIC 9(4).
       01  WS-IND-COR-TROUVE PIC 9(4).
       01  WS-CLE-COMMANDE   PIC 9(5).

      * TABLE DE CORRESPONDANCE REFERENCE PARTENAIRE / CODE.
       01  WS-XREFS.
           05 WS-NB-XREF PIC 9(3) VALUE 0.
           05 WS-XRF OCCURS 200 TIMES.
               10 WS-XRF-REFPART PIC X(10).
               10 WS-XRF-CODE    PIC X(6).
       01  WS-IND-XRF       PIC 9(3).
       01  WS-REF-TRADUITE  PIC X(10).
       01  WS-CODE-CATALOGUE PIC X(6).

      * LIGNES DES COMMANDES PARTENAIRE ENCORE AUX ENCOURS, POUR
      * RAMENER LE CODE STOCK D'UNE ALLOCATION A SON CODE
      * CATALOGUE.
       01  WS-LIGNES-PART.
           05 WS-NB-LGP PIC 9(4) VALUE 0.
           05 WS-LGP OCCURS 2000 TIMES.
               10 WS-LGP-IDCOMMAND PIC 9(5).
               10 WS-LGP-ARTICLE   PIC X(6).
       01  WS-IND-LGP PIC 9(4).

      * FACTURES PARTENAIRE DU JOUR, RETENUES AU JOURNAL.
       01  WS-FACTURES.
           05 WS-NB-FAC PIC 9(3) VALUE 0.
           05 WS-FAC OCCURS 500 TIMES.
               10 WS-FAC-NUMERO PIC 9(6).
               10 WS-FAC-NUMCDE PIC X(8).
       01  WS-IND-FAC        PIC 9(3).
       01  WS-IND-FAC-TROUVE PIC 9(3).

       01  WS-CDE-COURANTE PIC 9(5) VALUE 0.

       01  WS-COMPTEURS.
           05 WS-NB-EXPORT      PIC 9(7) VALUE 0.
           05 WS-NB-AE          PIC 9(7) VALUE 0.
           05 WS-NB-AL          PIC 9(7) VALUE 0.
           05 WS-NB-FE          PIC 9(7) VALUE 0.
           05 WS-NB-FL          PIC 9(7) VALUE 0.
           05 WS-NB-SANS-REF    PIC 9(5) VALUE 0.

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
       0000-PARTEXP-DEB.
           PERFORM 8910-DEB-STATISTIQUES-DEB
              THRU 8910-DEB-STATISTIQUES-FIN.
           ACCEPT WS-DATE-REF FROM ENVIRONMENT "RUNDATE"
              ON EXCEPTION
                 ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-ACCEPT.
           IF WS-DATE-REF = SPACES
              ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-DATE-REF TO WS-DATE-JOUR.
           DISPLAY 'JOUR EXPORTE : ' WS-DATE-REF.

           PERFORM 1000-CHARGER-CORRESP-DEB
              THRU 1000-CHARGER-CORRESP-FIN.
           PERFORM 1100-CHARGER-XREF-DEB
              THRU 1100-CHARGER-XREF-FIN.
           PERFORM 1200-CHARGER-LIGNES-DEB
              THRU 1200-CHARGER-LIGNES-FIN.

           OPEN OUTPUT FIC-EXPORT.
           MOVE SPACES TO FS-ENR-EXPORT.
           STRING 'ENTETE PARTEXP  ' WS-DATE-REF
                  DELIMITED BY SIZE INTO FS-ENR-EXPORT
           END-STRING.
           WRITE FS-ENR-EXPORT.
           PERFORM 2000-EXPORTER-AVIS-DEB
              THRU 2000-EXPORTER-AVIS-FIN.
           PERFORM 3000-EXPORTER-FACTURES-DEB
              THRU 3000-EXPORTER-FACTURES-FIN.
           MOVE SPACES TO FS-ENR-EXPORT.
           STRING 'FIN ' WS-NB-EXPORT
                  ' AE ' WS-NB-AE ' AL ' WS-NB-AL
                  ' FE ' WS-NB-FE ' FL ' WS-NB-FL
                  DELIMITED BY SIZE INTO FS-ENR-EXPORT
           END-STRING.
           WRITE FS-ENR-EXPORT.
           CLOSE FIC-EXPORT.

           PERFORM 8990-FIN-STATISTIQUES-DEB
              THRU 8990-FIN-STATISTIQUES-FIN.
           PERFORM 9999-FIN-NORMALE-DEB
              THRU 9999-FIN-NORMALE-FIN.
       0000-PARTEXP-FIN.
           EXIT.

       1000-CHARGER-CORRESP-DEB.
           OPEN INPUT FIC-CORRESP.
           IF WS-STATUS-CORR NOT = '00'
              DISPLAY 'AUCUNE CORRESPONDANCE PARTENAIRE '
                      '(PARTCORRESP.TXT) : EXPORT VIDE'
           ELSE
              PERFORM 1010-CHARGER-UNE-CORRESP-DEB
                 THRU 1010-CHARGER-UNE-CORRESP-FIN
                 UNTIL WS-STATUS-CORR NOT = '00'
              CLOSE FIC-CORRESP
              DISPLAY WS-NB-COR ' COMMANDE(S) PARTENAIRE CONNUE(S)'
           END-IF.
       1000-CHARGER-CORRESP-FIN.
           EXIT.

       1010-CHARGER-UNE-CORRESP-DEB.
           READ FIC-CORRESP
              AT END
                 MOVE '10' TO WS-STATUS-CORR
           END-READ.
           IF WS-STATUS-CORR = '00'
              AND FS-COR-IDCOMMAND NUMERIC
              MOVE FS-COR-IDCOMMAND TO WS-CLE-COMMANDE
              PERFORM 1900-CHERCHER-CORRESP-DEB
                 THRU 1900-CHERCHER-CORRESP-FIN
              IF WS-IND-COR-TROUVE = 0
                 IF WS-NB-COR >= 2000
                    DISPLAY 'TABLE DES CORRESPONDANCES PLEINE (2000), '
                            'COMMANDE IGNOREE : ' FS-COR-IDCOMMAND
                 ELSE
                    ADD 1 TO WS-NB-COR
                    MOVE WS-NB-COR TO WS-IND-COR-TROUVE
                 END-IF
              END-IF
              IF WS-IND-COR-TROUVE > 0
                 MOVE FS-COR-IDCOMMAND
                   TO WS-COR-IDCOMMAND(WS-IND-COR-TROUVE)
                 MOVE FS-COR-NUMCDE TO WS-COR-NUMCDE(WS-IND-COR-TROUVE)
                 MOVE FS-COR-CLIENT TO WS-COR-CLIENT(WS-IND-COR-TROUVE)
              END-IF
           END-IF.
       1010-CHARGER-UNE-CORRESP-FIN.
           EXIT.

       1100-CHARGER-XREF-DEB.
           OPEN INPUT FIC-XREF.
           IF WS-STATUS-XREF NOT = '00'
              DISPLAY 'TABLE DE CORRESPONDANCE ARTXREF.TXT '
                      'INTROUVABLE, AUCUNE LIGNE NE SERA EXPORTEE'
           ELSE
              PERFORM 1110-CHARGER-UNE-XREF-DEB
                 THRU 1110-CHARGER-UNE-XREF-FIN
                 UNTIL WS-STATUS-XREF NOT = '00'
              CLOSE FIC-XREF
           END-IF.
       1100-CHARGER-XREF-FIN.
           EXIT.

       1110-CHARGER-UNE-XREF-DEB.
           READ FIC-XREF
              AT END
                 MOVE '10' TO WS-STATUS-XREF
           END-READ.
           IF WS-STATUS-XREF = '00'
              IF WS-NB-XREF < 200
                 ADD 1 TO WS-NB-XREF
                 MOVE FS-XRF-REFPART
                   TO WS-XRF-REFPART(WS-NB-XREF)
                 MOVE FS-XRF-CODE TO WS-XRF-CODE(WS-NB-XREF)
              ELSE
                 DISPLAY 'TABLE DE CORRESPONDANCE PLEINE (200), '
                         'REFERENCE IGNOREE : ' FS-XRF-REFPART
              END-IF
           END-IF.
       1110-CHARGER-UNE-XREF-FIN.
           EXIT.

      * LIGNES DES COMMANDES PARTENAIRE (ENVELOPPE SAUTEE).
       1200-CHARGER-LIGNES-DEB.
           OPEN INPUT FIC-COMMANDES.
           IF WS-STATUS-CDE NOT = '00'
              DISPLAY 'FICHIER DES COMMANDES INTROUVABLE : '
                      'TRADUCTION PAR LE SEUL CODE STOCK'
           ELSE
              PERFORM 1210-CHARGER-UNE-LIGNE-DEB
                 THRU 1210-CHARGER-UNE-LIGNE-FIN
                 UNTIL WS-STATUS-CDE NOT = '00'
              CLOSE FIC-COMMANDES
           END-IF.
       1200-CHARGER-LIGNES-FIN.
           EXIT.

       1210-CHARGER-UNE-LIGNE-DEB.
           READ FIC-COMMANDES
              AT END
                 MOVE '10' TO WS-STATUS-CDE
           END-READ.
           IF WS-STATUS-CDE = '00'
              AND FS-ENR-COMMANDE(1:6) NOT = 'ENTETE'
              AND FS-ENR-COMMANDE(1:3) NOT = 'FIN'
              MOVE FS-CDE-IDCOMMAND TO WS-CLE-COMMANDE
              PERFORM 1900-CHERCHER-CORRESP-DEB
                 THRU 1900-CHERCHER-CORRESP-FIN
              IF WS-IND-COR-TROUVE NOT = 0
                 IF WS-NB-LGP < 2000
                    ADD 1 TO WS-NB-LGP
                    MOVE FS-CDE-IDCOMMAND TO WS-LGP-IDCOMMAND(WS-NB-LGP)
                    MOVE FS-CDE-ARTICLE   TO WS-LGP-ARTICLE(WS-NB-LGP)
                 END-IF
              END-IF
           END-IF.
       1210-CHARGER-UNE-LIGNE-FIN.
           EXIT.

       1900-CHERCHER-CORRESP-DEB.
           MOVE 0 TO WS-IND-COR-TROUVE.
           PERFORM 1910-COMPARER-CORRESP-DEB
              THRU 1910-COMPARER-CORRESP-FIN
              VARYING WS-IND-COR FROM 1 BY 1
              UNTIL WS-IND-COR > WS-NB-COR
              OR WS-IND-COR-TROUVE > 0.
       1900-CHERCHER-CORRESP-FIN.
           EXIT.

       1910-COMPARER-CORRESP-DEB.
           IF WS-COR-IDCOMMAND(WS-IND-COR) = WS-CLE-COMMANDE
              MOVE WS-IND-COR TO WS-IND-COR-TROUVE
           END-IF.
       1910-COMPARER-CORRESP-FIN.
           EXIT.

      * RETRADUCTION D'UN CODE CATALOGUE EN REFERENCE PARTENAIRE.
       1950-TRADUIRE-CODE-DEB.
           MOVE SPACES TO WS-REF-TRADUITE.
           PERFORM 1960-COMPARER-XREF-DEB
              THRU 1960-COMPARER-XREF-FIN
              VARYING WS-IND-XRF FROM 1 BY 1
              UNTIL WS-IND-XRF > WS-NB-XREF
              OR WS-REF-TRADUITE NOT = SPACES.
       1950-TRADUIRE-CODE-FIN.
           EXIT.

       1960-COMPARER-XREF-DEB.
           IF WS-XRF-CODE(WS-IND-XRF) = WS-CODE-CATALOGUE
              MOVE WS-XRF-REFPART(WS-IND-XRF) TO WS-REF-TRADUITE
           END-IF.
       1960-COMPARER-XREF-FIN.
           EXIT.

      * AVIS D'EXPEDITION : LES ALLOCATIONS D'UNE COMMANDE SONT
      * CONTIGUES DANS EXPALLOC.TXT, L'ENTETE 'AE' EST ECRITE A
      * LA PREMIERE.
       2000-EXPORTER-AVIS-DEB.
           OPEN INPUT FIC-ALLOCATIONS.
           IF WS-STATUS-ALLOC NOT = '00'
              DISPLAY 'FICHIER DES ALLOCATIONS INTROUVABLE, '
                      'AUCUN AVIS D''EXPEDITION'
           ELSE
              PERFORM 2010-LIGNE-ALLOCATION-DEB
                 THRU 2010-LIGNE-ALLOCATION-FIN
                 UNTIL WS-STATUS-ALLOC NOT = '00'
              CLOSE FIC-ALLOCATIONS
           END-IF.
       2000-EXPORTER-AVIS-FIN.
           EXIT.

       2010-LIGNE-ALLOCATION-DEB.
           READ FIC-ALLOCATIONS
              AT END
                 MOVE '10' TO WS-STATUS-ALLOC
           END-READ.
           IF WS-STATUS-ALLOC = '00'
              AND FS-ALC-DATE = WS-DATE-JOUR
              MOVE FS-ALC-IDCOMMAND TO WS-CLE-COMMANDE
              PERFORM 1900-CHERCHER-CORRESP-DEB
                 THRU 1900-CHERCHER-CORRESP-FIN
              IF WS-IND-COR-TROUVE NOT = 0
                 MOVE SPACES TO WS-CODE-CATALOGUE
                 PERFORM 2020-CODE-DE-LA-LIGNE-DEB
                    THRU 2020-CODE-DE-LA-LIGNE-FIN
                    VARYING WS-IND-LGP FROM 1 BY 1
                    UNTIL WS-IND-LGP > WS-NB-LGP
                    OR WS-CODE-CATALOGUE NOT = SPACES
                 MOVE SPACES TO WS-REF-TRADUITE
                 IF WS-CODE-CATALOGUE NOT = SPACES
                    PERFORM 1950-TRADUIRE-CODE-DEB
                       THRU 1950-TRADUIRE-CODE-FIN
                 ELSE
      *       COMMANDE DEJA SORTIE DES ENCOURS : PREMIERE
      *       REFERENCE DONT LE CODE COMMENCE PAR LE CODE STOCK
                    PERFORM 2030-XREF-PAR-CODE-STOCK-DEB
                       THRU 2030-XREF-PAR-CODE-STOCK-FIN
                       VARYING WS-IND-XRF FROM 1 BY 1
                       UNTIL WS-IND-XRF > WS-NB-XREF
                       OR WS-REF-TRADUITE NOT = SPACES
                 END-IF
                 IF WS-REF-TRADUITE = SPACES
                    ADD 1 TO WS-NB-SANS-REF
                    DISPLAY 'SANS REFERENCE PARTENAIRE, NON EXPORTE : '
                            'COMMANDE ' FS-ALC-IDCOMMAND
                            ' CODE ' FS-ALC-CODE ' LOT ' FS-ALC-LOT
                 ELSE
                    IF FS-ALC-IDCOMMAND NOT = WS-CDE-COURANTE
                       MOVE FS-ALC-IDCOMMAND TO WS-CDE-COURANTE
                       MOVE SPACES TO FS-ENR-EXPORT
                       MOVE 'AE' TO FS-EXP-TYPE
                       MOVE WS-COR-NUMCDE(WS-IND-COR-TROUVE)
                         TO FS-EXP-NUMCDE
                       MOVE FS-ALC-IDCOMMAND TO FS-AE-COMMANDE
                       MOVE FS-ALC-DATE      TO FS-AE-DATE
                       MOVE FS-ALC-CLIENT    TO FS-AE-CLIENT
                       WRITE FS-ENR-EXPORT
                       ADD 1 TO WS-NB-AE
                       ADD 1 TO WS-NB-EXPORT
                    END-IF
                    MOVE SPACES TO FS-ENR-EXPORT
                    MOVE 'AL' TO FS-EXP-TYPE
                    MOVE WS-COR-NUMCDE(WS-IND-COR-TROUVE)
                      TO FS-EXP-NUMCDE
                    MOVE WS-REF-TRADUITE TO FS-AL-REFART
                    MOVE FS-ALC-QTE      TO FS-AL-QTE
                    MOVE FS-ALC-LOT      TO FS-AL-LOT
                    MOVE FS-ALC-DLUO     TO FS-AL-DLUO
                    WRITE FS-ENR-EXPORT
                    ADD 1 TO WS-NB-AL
                    ADD 1 TO WS-NB-EXPORT
                 END-IF
              END-IF
           END-IF.
       2010-LIGNE-ALLOCATION-FIN.
           EXIT.

       2020-CODE-DE-LA-LIGNE-DEB.
           IF WS-LGP-IDCOMMAND(WS-IND-LGP) = FS-ALC-IDCOMMAND
              AND WS-LGP-ARTICLE(WS-IND-LGP)(1:3) = FS-ALC-CODE
              MOVE WS-LGP-ARTICLE(WS-IND-LGP) TO WS-CODE-CATALOGUE
           END-IF.
       2020-CODE-DE-LA-LIGNE-FIN.
           EXIT.

       2030-XREF-PAR-CODE-STOCK-DEB.
           IF WS-XRF-CODE(WS-IND-XRF)(1:3) = FS-ALC-CODE
              MOVE WS-XRF-REFPART(WS-IND-XRF) TO WS-REF-TRADUITE
           END-IF.
       2030-XREF-PAR-CODE-STOCK-FIN.
           EXIT.

      * FACTURES DU JOUR : LES ENTETES SONT ECRITES EN LISANT LE
      * JOURNAL ET LES NUMEROS RETENUS ; LES LIGNES SONT ENSUITE
      * RECOPIEES DEPUIS FACTLIGNES.TXT POUR CES SEULS NUMEROS.
      * LES DEUX JOURNAUX SONT ECRITS DANS LE MEME ORDRE PAR
      * CMDFACT : CHAQUE FACTURE EST SUIVIE DE SES LIGNES.
       3000-EXPORTER-FACTURES-DEB.
           OPEN INPUT FIC-JOURNAL-FACT.
           IF WS-STATUS-JRN NOT = '00'
              DISPLAY 'JOURNAL DES FACTURES INTROUVABLE, AUCUNE '
                      'FACTURE EXPORTEE'
           ELSE
              PERFORM 3010-RELEVER-FACTURE-DEB
                 THRU 3010-RELEVER-FACTURE-FIN
                 UNTIL WS-STATUS-JRN NOT = '00'
              CLOSE FIC-JOURNAL-FACT
              IF WS-NB-FAC NOT = 0
                 OPEN INPUT FIC-LIGNES-FACT
                 IF WS-STATUS-LGF NOT = '00'
                    DISPLAY 'LIGNES DE FACTURES INTROUVABLES'
                 ELSE
                    OPEN INPUT FIC-JOURNAL-FACT
                    MOVE 0 TO FS-JRF-NUMERO
                    PERFORM 3100-LIGNE-FACTURE-DEB
                       THRU 3100-LIGNE-FACTURE-FIN
                       UNTIL WS-STATUS-LGF NOT = '00'
                    CLOSE FIC-JOURNAL-FACT
                    CLOSE FIC-LIGNES-FACT
                 END-IF
              END-IF
           END-IF.
       3000-EXPORTER-FACTURES-FIN.
           EXIT.

       3010-RELEVER-FACTURE-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
           IF WS-STATUS-JRN = '00'
              AND FS-JRF-DATE = WS-DATE-JOUR
              MOVE FS-JRF-COMMANDE TO WS-CLE-COMMANDE
              PERFORM 1900-CHERCHER-CORRESP-DEB
                 THRU 1900-CHERCHER-CORRESP-FIN
              IF WS-IND-COR-TROUVE NOT = 0
                 IF WS-NB-FAC >= 500
                    DISPLAY 'TABLE DES FACTURES PLEINE (500), FACTURE '
                            'NON EXPORTEE : ' FS-JRF-NUMERO
                 ELSE
                    ADD 1 TO WS-NB-FAC
                    MOVE FS-JRF-NUMERO TO WS-FAC-NUMERO(WS-NB-FAC)
                    MOVE WS-COR-NUMCDE(WS-IND-COR-TROUVE)
                      TO WS-FAC-NUMCDE(WS-NB-FAC)
                 END-IF
              END-IF
           END-IF.
       3010-RELEVER-FACTURE-FIN.
           EXIT.

      * A CHAQUE CHANGEMENT DE NUMERO DE FACTURE RETENUE DANS LES
      * LIGNES, SON ENTETE 'FE' EST RELUE AU JOURNAL ET ECRITE.
       3100-LIGNE-FACTURE-DEB.
           READ FIC-LIGNES-FACT
              AT END
                 MOVE '10' TO WS-STATUS-LGF
           END-READ.
           IF WS-STATUS-LGF = '00'
              MOVE 0 TO WS-IND-FAC-TROUVE
              PERFORM 3110-CHERCHER-FACTURE-DEB
                 THRU 3110-CHERCHER-FACTURE-FIN
                 VARYING WS-IND-FAC FROM 1 BY 1
                 UNTIL WS-IND-FAC > WS-NB-FAC
                 OR WS-IND-FAC-TROUVE > 0
              IF WS-IND-FAC-TROUVE NOT = 0
                 IF FS-JRF-NUMERO NOT = FS-LGF-NUMERO
                    PERFORM 3200-ECRIRE-ENTETE-DEB
                       THRU 3200-ECRIRE-ENTETE-FIN
                 END-IF
                 MOVE FS-LGF-ARTICLE TO WS-CODE-CATALOGUE
                 PERFORM 1950-TRADUIRE-CODE-DEB
                    THRU 1950-TRADUIRE-CODE-FIN
                 IF WS-REF-TRADUITE = SPACES
                    ADD 1 TO WS-NB-SANS-REF
                    DISPLAY 'SANS REFERENCE PARTENAIRE, NON EXPORTE : '
                            'FACTURE ' FS-LGF-NUMERO
                            ' LIGNE ' FS-LGF-LIGNE ' ' FS-LGF-ARTICLE
                 ELSE
                    MOVE SPACES TO FS-ENR-EXPORT
                    MOVE 'FL' TO FS-EXP-TYPE
                    MOVE WS-FAC-NUMCDE(WS-IND-FAC-TROUVE)
                      TO FS-EXP-NUMCDE
                    MOVE FS-LGF-NUMERO  TO FS-FL-FACTURE
                    MOVE FS-LGF-LIGNE   TO FS-FL-LIGNE
                    MOVE WS-REF-TRADUITE TO FS-FL-REFART
                    MOVE FS-LGF-QTE     TO FS-FL-QTE
                    COMPUTE FS-FL-HT  = FS-LGF-HT * 100
                    COMPUTE FS-FL-TAUX = FS-LGF-TAUX * 100
                    COMPUTE FS-FL-TVA = FS-LGF-TVA * 100
                    WRITE FS-ENR-EXPORT
                    ADD 1 TO WS-NB-FL
                    ADD 1 TO WS-NB-EXPORT
                 END-IF
              END-IF
           END-IF.
       3100-LIGNE-FACTURE-FIN.
           EXIT.

       3110-CHERCHER-FACTURE-DEB.
           IF WS-FAC-NUMERO(WS-IND-FAC) = FS-LGF-NUMERO
              MOVE WS-IND-FAC TO WS-IND-FAC-TROUVE
           END-IF.
       3110-CHERCHER-FACTURE-FIN.
           EXIT.

      * LE JOURNAL EST AVANCE JUSQU'A LA FACTURE DE LA LIGNE
      * (LES DEUX FICHIERS SONT DANS LE MEME ORDRE).
       3200-ECRIRE-ENTETE-DEB.
           PERFORM 3210-AVANCER-JOURNAL-DEB
              THRU 3210-AVANCER-JOURNAL-FIN
              UNTIL WS-STATUS-JRN NOT = '00'
              OR FS-JRF-NUMERO = FS-LGF-NUMERO.
           IF WS-STATUS-JRN NOT = '00'
              DISPLAY 'FACTURE ' FS-LGF-NUMERO ' ABSENTE DU '
                      'JOURNAL, ENTETE NON EXPORTEE'
           ELSE
              MOVE SPACES TO FS-ENR-EXPORT
              MOVE 'FE' TO FS-EXP-TYPE
              MOVE WS-FAC-NUMCDE(WS-IND-FAC-TROUVE) TO FS-EXP-NUMCDE
              MOVE FS-JRF-NUMERO TO FS-FE-FACTURE
              MOVE FS-JRF-DATE   TO FS-FE-DATE
              MOVE FS-JRF-CLIENT TO FS-FE-CLIENT
              COMPUTE FS-FE-HT  = FS-JRF-HT * 100
              COMPUTE FS-FE-TVA = FS-JRF-TVA * 100
              COMPUTE FS-FE-TTC = FS-JRF-TTC * 100
              WRITE FS-ENR-EXPORT
              ADD 1 TO WS-NB-FE
              ADD 1 TO WS-NB-EXPORT
           END-IF.
       3200-ECRIRE-ENTETE-FIN.
           EXIT.

       3210-AVANCER-JOURNAL-DEB.
           READ FIC-JOURNAL-FACT
              AT END
                 MOVE '10' TO WS-STATUS-JRN
           END-READ.
       3210-AVANCER-JOURNAL-FIN.
           EXIT.

       8910-DEB-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     DEBUT DU PROGRAMME ' WS-PROGRAM-ID   '*'.
           DISPLAY '********************************************'.
           DISPLAY '*  EXPORT AVIS ET FACTURES PARTENAIRE      *'.
           DISPLAY '********************************************'.
       8910-DEB-STATISTIQUES-FIN.
           EXIT.

       8990-FIN-STATISTIQUES-DEB.
           DISPLAY '********************************************'.
           DISPLAY '*     FIN DU PROGRAMME ' WS-PROGRAM-ID     '*'.
           DISPLAY '********************************************'.
           DISPLAY 'ENREGISTREMENTS EXPORTES : ' WS-NB-EXPORT.
           DISPLAY 'AVIS D''EXPEDITION (AE)   : ' WS-NB-AE.
           DISPLAY 'LIGNES D''AVIS (AL)       : ' WS-NB-AL.
           DISPLAY 'FACTURES (FE)            : ' WS-NB-FE.
           DISPLAY 'LIGNES DE FACTURES (FL)  : ' WS-NB-FL.
           DISPLAY 'LIGNES SANS REFERENCE    : ' WS-NB-SANS-REF.
           DISPLAY 'PARTEXPORT.TXT EST PRET A ETRE TRANSMIS'.
           MOVE WS-PROGRAM-ID        TO WS-LIEN-RECAPJR-IN-PROGRAMME.
           MOVE 'EXPORT PARTENAIRE'  TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-EXPORT         TO WS-LIEN-RECAPJR-IN-VALEUR.
           CALL WS-SOUS-PROG-RECAPJR USING WS-LIEN-RECAPJR.
           MOVE 'EXPORT SANS REF.'   TO WS-LIEN-RECAPJR-IN-LIBELLE.
           MOVE WS-NB-SANS-REF       TO WS-LIEN-RECAPJR-IN-VALEUR.
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

       END PROGRAM PARTEXP.
