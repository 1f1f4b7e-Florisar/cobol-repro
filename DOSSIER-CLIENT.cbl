       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSSIER-CLIENT.

      *----------------------------------------------------------------
      * Nom du programme : DOSSIER-CLIENT
      * Description    : Dossier complet d'un client pour une demande
      *                  de droit d'acces -- reserve au superviseur.
      *                  A partir de l'identifiant du client (saisi
      *                  avec sa cle RIB), rassemble dans un seul etat
      *                  imprime tout ce que la banque detient sur lui,
      *                  chaque rubrique nommant son fichier source :
      *                  - identite (clients.csv, fiche guichet
      *                    client.txt) ;
      *                  - comptes du registre (comptes.txt) ; le
      *                    compte courant et ces comptes forment la
      *                    liste des comptes du client, qui sert aux
      *                    rubriques suivantes ;
      *                  - historique du maitre
      *                    (clients_historique.txt) ;
      *                  - procurations donnees ou detenues
      *                    (procurations.txt) ;
      *                  - ordres permanents emis ou recus
      *                    (ordres_permanents.txt) ;
      *                  - limites de decouvert (decouverts.txt) et
      *                    leur journal (decouverts_journal.txt) ;
      *                  - tentatives de code carte et blocages
      *                    (exgpt_audit.txt et ses archives datees
      *                    inscrites a archives_catalogue.txt) ;
      *                  - lettres produites (copies du spool des
      *                    etats AVIS et DESHERENCE retrouvees par
      *                    spool_catalogue.txt) ;
      *                  - mouvements du grand livre, livres archives
      *                    compris (index INDEX-LIVRE).
      *                  La date de reception de la demande est
      *                  saisie ; la date limite de reponse en decoule
      *                  (cle DELAI-DOSSIER-JOURS, 30 jours par
      *                  defaut). Chaque dossier produit est inscrit a
      *                  dossiers_journal.txt (horodatage, operateur,
      *                  client, reception, limite, reponse, lignes,
      *                  respect du delai) : la preuve de la reponse
      *                  dans les temps. L'etat s'imprime par
      *                  EDITION-ETAT (etat_DOSSIER.txt, copie datee
      *                  au spool).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE
              ASSIGN TO "clients.csv"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

           SELECT HISTO-CLIENT-FILE
              ASSIGN TO "clients_historique.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HISTO.

           SELECT PROCURATIONS-FILE
              ASSIGN TO "procurations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PROC.

           SELECT ORDRES-FILE
              ASSIGN TO "ordres_permanents.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ORDRES.

           SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

           SELECT DECOUV-JOURNAL-FILE
              ASSIGN TO "decouverts_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEC-JNL.

      *>   Le journal d'audit du jour puis ses archives datees
      *>   retrouvees au catalogue (meme demarche qu'ANALYSE-AUDIT).
           SELECT AUDIT-FILE
              ASSIGN TO DYNAMIC WS-NOM-AUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

           SELECT ARCHIVES-CAT-FILE
              ASSIGN TO "archives_catalogue.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ARCH-CAT.

           SELECT SPOOL-CAT-FILE
              ASSIGN TO "spool_catalogue.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SPOOL-CAT.

      *>   Copie datee d'un etat de lettres, nom pose avant chaque
      *>   ouverture (spool_<nom>_AAAAMMJJ.txt, voir EDITION-ETAT).
           SELECT SPOOL-FILE
              ASSIGN TO DYNAMIC WS-NOM-SPOOL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SPOOL.

           SELECT DOSSIERS-JOURNAL-FILE
              ASSIGN TO "dossiers_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DOS-JNL.

           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

      *>   "ID|NOM|PRENOM|DATE|SOLDE|STATUT|RUE|..." (CLIENTREC).
       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

      *>   "NUMERO|ID-TITULAIRE|TYPE[|...]|AGENCE".
       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

      *>   "AAAAMMJJ-HHMMSSCC|OPERATEUR|ID|CHAMP|AVANT|APRES".
       FD HISTO-CLIENT-FILE.
       01 HISTO-LIGNE PIC X(170).

      *>   "COMPTE|ID-MANDATAIRE|DROIT".
       FD PROCURATIONS-FILE.
       01 PROC-LIGNE PIC X(20).

      *>   "COMPTE|DEST|MONTANT|FREQ|PROCHAINE|CLE|CLE-DEST[|S]".
       FD ORDRES-FILE.
       01 ORDRE-LIGNE PIC X(50).

      *>   "IDENTIFIANT|LIMITE|DATE-FIN[|TAUX]".
       FD DECOUVERTS-FILE.
       01 DECOUV-LIGNE PIC X(40).

      *>   "AAAAMMJJ-HHMMSSCC OPERATEUR=x COMPTE=n AVANT=..."
       FD DECOUV-JOURNAL-FILE.
       01 DEC-JNL-LIGNE PIC X(120).

      *>   "AAAAMMJJ-HHMMSSCC COMPTE=NNNNN CODE=**** STATUT=XXX
      *>   TENTATIVES=NN", tel qu'ecrit par EX-GPT.
       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(80).

      *>   "AAAAMMJJ|NOM-FICHIER", tel qu'ecrit par MENAGE-FICHIERS.
       FD ARCHIVES-CAT-FILE.
       01 ARCH-CAT-LIGNE PIC X(60).

      *>   "NOM|DATE|PAGES|TITRE", tel qu'ecrit par EDITION-ETAT.
       FD SPOOL-CAT-FILE.
       01 SPOOL-CAT-LIGNE PIC X(100).

       FD SPOOL-FILE.
       01 SPOOL-LIGNE PIC X(132).

       FD DOSSIERS-JOURNAL-FILE.
       01 DOS-JNL-LIGNE PIC X(100).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-FS-HISTO         PIC XX.
       01 WS-FS-PROC          PIC XX.
       01 WS-FS-ORDRES        PIC XX.
       01 WS-FS-DECOUV        PIC XX.
       01 WS-FS-DEC-JNL       PIC XX.
       01 WS-FS-AUDIT         PIC XX.
       01 WS-FS-ARCH-CAT      PIC XX.
       01 WS-FS-SPOOL-CAT     PIC XX.
       01 WS-FS-SPOOL         PIC XX.
       01 WS-FS-DOS-JNL       PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.

      *>   Client du dossier et liste de ses comptes (le compte
      *>   courant, qui porte l'identifiant, puis ceux du registre).
       01 WS-ID-CLIENT        PIC 9(5) VALUE 0.
       01 WS-NB-COMPTES       PIC 9(2) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT-NUMERO OCCURS 30 TIMES INDEXED BY WS-KIDX
                            PIC 9(5).
       01 WS-CPT-CHERCHE      PIC 9(5) VALUE 0.
       01 WS-CPT-TROUVE       PIC X(1).

      *>   Dates de la demande : reception saisie, limite calculee,
      *>   reponse = journee d'exploitation.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-RECUE-X     PIC X(10).
       01 WS-DATE-RECUE       PIC 9(8) VALUE 0.
       01 WS-DATE-LIMITE      PIC 9(8) VALUE 0.
       01 WS-DELAI-JOURS      PIC 9(3) VALUE 30.
       01 WS-MENTION-DELAI    PIC X(13).
       01 WS-HEURE-JNL        PIC 9(8).

      *>   Compteurs : lignes de la rubrique en cours, du dossier.
       01 WS-NB-RUBRIQUE      PIC 9(5) VALUE 0.
       01 WS-NB-DOSSIER       PIC 9(7) VALUE 0.
       01 WS-EDIT-NB          PIC Z(4)9.
       01 WS-EDIT-TOTAL       PIC Z(6)9.

      *>   Rubrique en cours : titre et fichier source.
       01 WS-RUB-TITRE        PIC X(40).
       01 WS-RUB-SOURCE       PIC X(60).

      *>   Champs eclates d'une fiche clients.csv (voir SYNC-CLIENT).
       01 WS-CSV-IDENTITE     PIC X(80).
       01 WS-CSV-SOLDE        PIC X(15).
       01 WS-CSV-STATUT       PIC X(1).
       01 WS-CSV-RUE          PIC X(30).
       01 WS-CSV-VILLE        PIC X(20).
       01 WS-CSV-CP           PIC X(10).
       01 WS-CSV-TEL          PIC X(15).
       01 WS-CSV-SEGMENT      PIC X(1).
       01 WS-CSV-EXONERE      PIC X(1).
       01 WS-CSV-PIECE-TYPE   PIC X(1).
       01 WS-CSV-PIECE-NUM    PIC X(15).
       01 WS-CSV-PIECE-EXP    PIC X(8).
       01 WS-CSV-REVISION     PIC X(8).
       01 WS-LIBELLE-CHAMP    PIC X(20).
       01 WS-VALEUR-CHAMP     PIC X(80).

      *>   Premiers champs d'une ligne de fichier a plat.
       01 WS-CHAMP-1          PIC X(17).
       01 WS-CHAMP-2          PIC X(10).
       01 WS-CHAMP-3          PIC X(10).
       01 WS-CHAMP-4          PIC X(12).
       01 WS-CHAMP-5          PIC X(60).
       01 WS-CHAMP-6          PIC X(60).
       01 WS-RESTE            PIC X(120).
       01 WS-NUM-CHAMP        PIC 9(5).

      *>   Journal d'audit et archives.
       01 WS-NOM-AUDIT        PIC X(50).
       01 WS-CAT-DATE         PIC X(8).
       01 WS-CAT-NOM          PIC X(50).

      *>   Lettres : etats du spool deja relus (un etat relance le
      *>   meme jour est inscrit deux fois au catalogue mais n'a
      *>   qu'une copie).
       01 WS-NOM-SPOOL        PIC X(50).
       01 WS-SPL-NOM          PIC X(12).
       01 WS-SPL-DATE         PIC X(8).
       01 WS-NB-SPOOLS-VUS    PIC 9(3) VALUE 0.
       01 WS-TABLE-SPOOLS.
           05 WS-SPOOL-VU OCCURS 500 TIMES INDEXED BY WS-SIDX
                          PIC X(50).
       01 WS-SPOOL-DEJA-VU    PIC X(1).
       01 WS-DANS-LETTRE      PIC X(1).
       01 WS-LETTRE-ID        PIC X(5).
       01 WS-NB-LETTRES       PIC 9(4) VALUE 0.

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence).
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Arguments de SAISIE-COMPTE et SAISIE-DATE.
       01 WS-LIBELLE-SAISIE   PIC X(60).
       01 WS-BORNE-MIN        PIC 9(9) VALUE 0.
       01 WS-BORNE-MAX        PIC 9(9) VALUE 99999.
       01 WS-VALEUR-SAISIE    PIC 9(9) VALUE 0.
       01 WS-FUTUR-INTERDIT   PIC X(1) VALUE 'O'.

      *>   Champs passes a LIRE-PARAM (magasin central de
      *>   parametres).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12) VALUE "DOSSIER".
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "DOSSIER CLIENT -- DEMANDE DE DROIT D'ACCES"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE "DELAI-DOSSIER-JOURS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0
              MOVE WS-PRM-VALEUR-NUM TO WS-DELAI-JOURS
           END-IF

           MOVE "Identifiant du client (0 = abandon) :"
                TO WS-LIBELLE-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE WS-BORNE-MIN
                WS-BORNE-MAX WS-VALEUR-SAISIE
           IF WS-VALEUR-SAISIE = 0
               DISPLAY "Abandon -- aucun dossier produit"
               GOBACK
           END-IF
           MOVE WS-VALEUR-SAISIE TO WS-ID-CLIENT

           MOVE "Date de reception de la demande (AAAA-MM-JJ) :"
                TO WS-LIBELLE-SAISIE
           CALL "SAISIE-DATE" USING WS-LIBELLE-SAISIE
                WS-FUTUR-INTERDIT WS-DATE-RECUE-X
           MOVE WS-DATE-RECUE-X (1:4) TO WS-DATE-RECUE (1:4)
           MOVE WS-DATE-RECUE-X (6:2) TO WS-DATE-RECUE (5:2)
           MOVE WS-DATE-RECUE-X (9:2) TO WS-DATE-RECUE (7:2)
           COMPUTE WS-DATE-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATE-RECUE)
                + WS-DELAI-JOURS)
           IF WS-DATE-JOUR > WS-DATE-LIMITE
               MOVE "HORS DELAI" TO WS-MENTION-DELAI
           ELSE
               MOVE "DANS LE DELAI" TO WS-MENTION-DELAI
           END-IF

           PERFORM OUVRIR-DOSSIER
           PERFORM RUBRIQUE-IDENTITE
           PERFORM RUBRIQUE-GUICHET
           PERFORM RUBRIQUE-COMPTES
           PERFORM RUBRIQUE-HISTORIQUE
           PERFORM RUBRIQUE-PROCURATIONS
           PERFORM RUBRIQUE-ORDRES
           PERFORM RUBRIQUE-DECOUVERTS
           PERFORM RUBRIQUE-DECOUV-JOURNAL
           PERFORM RUBRIQUE-AUDIT-CARTE
           PERFORM RUBRIQUE-LETTRES
           PERFORM RUBRIQUE-GRAND-LIVRE
           PERFORM FERMER-DOSSIER
           PERFORM INSCRIRE-JOURNAL-DOSSIER

           DISPLAY WS-SEPARATEUR
           DISPLAY "Client                  : " WS-ID-CLIENT
           DISPLAY "Comptes rattaches       : " WS-NB-COMPTES
           DISPLAY "Lignes du dossier       : " WS-NB-DOSSIER
           DISPLAY "Demande recue le        : " WS-DATE-RECUE
           DISPLAY "Reponse attendue avant  : " WS-DATE-LIMITE
           DISPLAY "Reponse du " WS-DATE-JOUR " : " WS-MENTION-DELAI
           DISPLAY "Dossier imprime dans etat_DOSSIER.txt, demande "
                   "inscrite a dossiers_journal.txt"
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-OPERATEUR-SESSION.
           MOVE SPACES TO WS-OPER-SESSION
           OPEN INPUT SESSION-FILE
           IF WS-FS-SESSION = "00"
               READ SESSION-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SESSION-LIGNE TO WS-OPER-SESSION
               END-READ
               CLOSE SESSION-FILE
           END-IF
           IF WS-OPER-SESSION = SPACES
               MOVE "BATCH" TO WS-OPER-SESSION
           END-IF.

       *>--------------------------------------------------------------
       OUVRIR-DOSSIER.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-TITRE
           STRING "DOSSIER DU CLIENT " DELIMITED BY SIZE
                  WS-ID-CLIENT DELIMITED BY SIZE
                  " -- DROIT D'ACCES" DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Demande recue le " DELIMITED BY SIZE
                  WS-DATE-RECUE DELIMITED BY SIZE
                  "  reponse attendue avant le " DELIMITED BY SIZE
                  WS-DATE-LIMITE DELIMITED BY SIZE
                  "  etablie le " DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  " par " DELIMITED BY SIZE
                  WS-OPER-SESSION DELIMITED BY SPACE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-LIGNE-DOSSIER.

       *>--------------------------------------------------------------
       ECRIRE-LIGNE-DOSSIER.
      *>   WS-EDT-LIGNE arrive remplie.
           MOVE 'D' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           ADD 1 TO WS-NB-DOSSIER.

       *>--------------------------------------------------------------
       ECRIRE-DONNEE.
      *>   Ligne de donnee d'une rubrique : comptee dans la rubrique.
           PERFORM ECRIRE-LIGNE-DOSSIER
           ADD 1 TO WS-NB-RUBRIQUE.

       *>--------------------------------------------------------------
       DEBUTER-RUBRIQUE.
      *>   WS-RUB-TITRE et WS-RUB-SOURCE arrivent remplis.
           MOVE 0 TO WS-NB-RUBRIQUE
           MOVE WS-SEPARATEUR TO WS-EDT-LIGNE
           PERFORM ECRIRE-LIGNE-DOSSIER
           MOVE SPACES TO WS-EDT-LIGNE
           STRING FUNCTION TRIM (WS-RUB-TITRE) DELIMITED BY SIZE
                  " -- source : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RUB-SOURCE) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-LIGNE-DOSSIER.

       *>--------------------------------------------------------------
       TERMINER-RUBRIQUE.
           IF WS-NB-RUBRIQUE = 0
               MOVE "   Aucune donnee" TO WS-EDT-LIGNE
           ELSE
               MOVE WS-NB-RUBRIQUE TO WS-EDIT-NB
               MOVE SPACES TO WS-EDT-LIGNE
               STRING "   " DELIMITED BY SIZE
                      WS-EDIT-NB DELIMITED BY SIZE
                      " ligne(s)" DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           END-IF
           PERFORM ECRIRE-LIGNE-DOSSIER.

       *>--------------------------------------------------------------
       SIGNALER-SOURCE-ABSENTE.
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "   Fichier " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RUB-SOURCE) DELIMITED BY SIZE
                  " absent" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-LIGNE-DOSSIER.

       *>--------------------------------------------------------------
       EST-COMPTE-DU-CLIENT.
      *>   WS-CPT-CHERCHE dans la liste des comptes du client ?
           MOVE 'N' TO WS-CPT-TROUVE
           PERFORM VARYING WS-KIDX FROM 1 BY 1
                    UNTIL WS-KIDX > WS-NB-COMPTES
                       OR WS-CPT-TROUVE = 'Y'
               IF WS-CPT-NUMERO (WS-KIDX) = WS-CPT-CHERCHE
                   MOVE 'Y' TO WS-CPT-TROUVE
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       CHAMP-EST-COMPTE-DU-CLIENT.
      *>   Meme question pour un champ texte lu dans un fichier.
           MOVE 'N' TO WS-CPT-TROUVE
           IF FUNCTION TEST-NUMVAL (WS-CHAMP-5) = 0
               COMPUTE WS-NUM-CHAMP = FUNCTION NUMVAL (WS-CHAMP-5)
               MOVE WS-NUM-CHAMP TO WS-CPT-CHERCHE
               PERFORM EST-COMPTE-DU-CLIENT
           END-IF.

       *>--------------------------------------------------------------
       RUBRIQUE-IDENTITE.
           MOVE "IDENTITE" TO WS-RUB-TITRE
           MOVE "clients.csv" TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-CLIENT TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   MOVE "23" TO WS-FS-CLIENT
           END-READ
           IF WS-FS-CLIENT = "00"
               PERFORM IMPRIMER-FICHE-CSV
           ELSE
               DISPLAY "Client " WS-ID-CLIENT " absent de clients.csv"
           END-IF
           CLOSE CLIENT-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       IMPRIMER-FICHE-CSV.
      *>   "NOM,PRENOM,DATE|SOLDE|STATUT|RUE|VILLE|CP|TEL|SEGMENT|
      *>   EXONERE|PIECE-TYPE|PIECE-NUMERO|EXPIRATION|REVISION" --
      *>   une ligne par champ, tel qu'enregistre.
           MOVE SPACES TO WS-CSV-IDENTITE WS-CSV-SOLDE WS-CSV-STATUT
           MOVE SPACES TO WS-CSV-RUE WS-CSV-VILLE WS-CSV-CP WS-CSV-TEL
           MOVE SPACES TO WS-CSV-SEGMENT WS-CSV-EXONERE
                          WS-CSV-PIECE-TYPE WS-CSV-PIECE-NUM
                          WS-CSV-PIECE-EXP WS-CSV-REVISION
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-CSV-IDENTITE WS-CSV-SOLDE WS-CSV-STATUT
                    WS-CSV-RUE WS-CSV-VILLE WS-CSV-CP WS-CSV-TEL
                    WS-CSV-SEGMENT WS-CSV-EXONERE WS-CSV-PIECE-TYPE
                    WS-CSV-PIECE-NUM WS-CSV-PIECE-EXP WS-CSV-REVISION
           END-UNSTRING
           MOVE "Identifiant" TO WS-LIBELLE-CHAMP
           MOVE FS-ID-CLIENT TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Nom,prenom,naissance" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-IDENTITE TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Solde" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-SOLDE TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Statut" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-STATUT TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Rue" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-RUE TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Ville" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-VILLE TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Code postal" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-CP TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Telephone" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-TEL TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Segment" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-SEGMENT TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Exoneration retenue" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-EXONERE TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Piece (type)" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-PIECE-TYPE TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Piece (numero)" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-PIECE-NUM TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Piece (expiration)" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-PIECE-EXP TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP
           MOVE "Prochaine revision" TO WS-LIBELLE-CHAMP
           MOVE WS-CSV-REVISION TO WS-VALEUR-CHAMP
           PERFORM ECRIRE-CHAMP.

       *>--------------------------------------------------------------
       ECRIRE-CHAMP.
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "   " DELIMITED BY SIZE
                  WS-LIBELLE-CHAMP DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-VALEUR-CHAMP DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-DONNEE.

       *>--------------------------------------------------------------
       RUBRIQUE-GUICHET.
      *>   La fiche du guichet porte en plus la date de suppression
      *>   logique et l'agence : elle sort telle quelle.
           MOVE "FICHE GUICHET" TO WS-RUB-TITRE
           MOVE "client.txt" TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               MOVE SPACES TO WS-CHAMP-5
               UNSTRING GUICHET-LIGNE DELIMITED BY "|"
                   INTO WS-CHAMP-5
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL (WS-CHAMP-5) = 0
                   COMPUTE WS-NUM-CHAMP = FUNCTION NUMVAL (WS-CHAMP-5)
                   IF WS-NUM-CHAMP = WS-ID-CLIENT
                       MOVE GUICHET-LIGNE (1:132) TO WS-EDT-LIGNE
                       PERFORM ECRIRE-DONNEE
                       IF GUICHET-LIGNE (133:88) NOT = SPACES
                           MOVE SPACES TO WS-EDT-LIGNE
                           MOVE GUICHET-LIGNE (133:88)
                                TO WS-EDT-LIGNE (4:88)
                           PERFORM ECRIRE-LIGNE-DOSSIER
                       END-IF
                   END-IF
               END-IF
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
           END-PERFORM
           CLOSE GUICHET-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RUBRIQUE-COMPTES.
      *>   Le compte courant porte l'identifiant du client ; les
      *>   autres comptes sont ceux du registre dont il est titulaire.
           MOVE 1 TO WS-NB-COMPTES
           MOVE WS-ID-CLIENT TO WS-CPT-NUMERO (1)
           MOVE "COMPTES" TO WS-RUB-TITRE
           MOVE "comptes.txt" TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               MOVE SPACES TO WS-CHAMP-2 WS-CHAMP-3
               UNSTRING COMPTE-LIGNE DELIMITED BY "|"
                   INTO WS-CHAMP-2 WS-CHAMP-3
               END-UNSTRING
               MOVE WS-CHAMP-3 TO WS-CHAMP-5
               PERFORM CHAMP-EST-COMPTE-DU-CLIENT
               IF WS-CPT-TROUVE = 'N'
                   MOVE WS-CHAMP-2 TO WS-CHAMP-5
                   PERFORM CHAMP-EST-COMPTE-DU-CLIENT
               END-IF
               IF WS-CPT-TROUVE = 'Y'
                   MOVE SPACES TO WS-EDT-LIGNE
                   MOVE COMPTE-LIGNE TO WS-EDT-LIGNE (4:60)
                   PERFORM ECRIRE-DONNEE
                   PERFORM RETENIR-COMPTE
               END-IF
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RETENIR-COMPTE.
      *>   Le numero de la ligne (premier champ) rejoint la liste.
           MOVE WS-CHAMP-2 TO WS-CHAMP-5
           IF FUNCTION TEST-NUMVAL (WS-CHAMP-5) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-CHAMP = FUNCTION NUMVAL (WS-CHAMP-5)
           MOVE WS-NUM-CHAMP TO WS-CPT-CHERCHE
           PERFORM EST-COMPTE-DU-CLIENT
           IF WS-CPT-TROUVE = 'N' AND WS-NB-COMPTES < 30
               ADD 1 TO WS-NB-COMPTES
               MOVE WS-NUM-CHAMP TO WS-CPT-NUMERO (WS-NB-COMPTES)
           END-IF.

       *>--------------------------------------------------------------
       RUBRIQUE-HISTORIQUE.
           MOVE "HISTORIQUE DES MODIFICATIONS" TO WS-RUB-TITRE
           MOVE "clients_historique.txt" TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT HISTO-CLIENT-FILE
           IF WS-FS-HISTO NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           READ HISTO-CLIENT-FILE
               AT END MOVE "10" TO WS-FS-HISTO
           END-READ
           PERFORM UNTIL WS-FS-HISTO = "10"
               MOVE SPACES TO WS-CHAMP-1 WS-CHAMP-2 WS-CHAMP-5
                              WS-CHAMP-4 WS-RESTE WS-CHAMP-6
               UNSTRING HISTO-LIGNE DELIMITED BY "|"
                   INTO WS-CHAMP-1 WS-CHAMP-2 WS-CHAMP-5 WS-CHAMP-4
                        WS-RESTE WS-CHAMP-6
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL (WS-CHAMP-5) = 0
                   COMPUTE WS-NUM-CHAMP = FUNCTION NUMVAL (WS-CHAMP-5)
                   IF WS-NUM-CHAMP = WS-ID-CLIENT
                       MOVE SPACES TO WS-EDT-LIGNE
                       STRING "   " DELIMITED BY SIZE
                              WS-CHAMP-1 DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-CHAMP-2 (1:8) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-CHAMP-4 DELIMITED BY SIZE
                              " : " DELIMITED BY SIZE
                              FUNCTION TRIM (WS-RESTE) DELIMITED BY SIZE
                              " -> " DELIMITED BY SIZE
                              FUNCTION TRIM (WS-CHAMP-6)
                                  DELIMITED BY SIZE
                              INTO WS-EDT-LIGNE
                       END-STRING
                       PERFORM ECRIRE-DONNEE
                   END-IF
               END-IF
               READ HISTO-CLIENT-FILE
                   AT END MOVE "10" TO WS-FS-HISTO
               END-READ
           END-PERFORM
           CLOSE HISTO-CLIENT-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RUBRIQUE-PROCURATIONS.
      *>   Procurations donnees sur ses comptes, et celles qu'il
      *>   detient comme mandataire sur le compte d'un autre.
           MOVE "PROCURATIONS" TO WS-RUB-TITRE
           MOVE "procurations.txt" TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT PROCURATIONS-FILE
           IF WS-FS-PROC NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           READ PROCURATIONS-FILE
               AT END MOVE "10" TO WS-FS-PROC
           END-READ
           PERFORM UNTIL WS-FS-PROC = "10"
               MOVE SPACES TO WS-CHAMP-2 WS-CHAMP-3
               UNSTRING PROC-LIGNE DELIMITED BY "|"
                   INTO WS-CHAMP-2 WS-CHAMP-3
               END-UNSTRING
               MOVE WS-CHAMP-2 TO WS-CHAMP-5
               PERFORM CHAMP-EST-COMPTE-DU-CLIENT
               IF WS-CPT-TROUVE = 'Y'
                   MOVE SPACES TO WS-EDT-LIGNE
                   STRING "   donnee   : " DELIMITED BY SIZE
                          PROC-LIGNE DELIMITED BY SIZE
                          INTO WS-EDT-LIGNE
                   END-STRING
                   PERFORM ECRIRE-DONNEE
               ELSE
                   MOVE WS-CHAMP-3 TO WS-CHAMP-5
                   PERFORM CHAMP-EST-COMPTE-DU-CLIENT
                   IF WS-CPT-TROUVE = 'Y'
                       MOVE SPACES TO WS-EDT-LIGNE
                       STRING "   detenue  : " DELIMITED BY SIZE
                              PROC-LIGNE DELIMITED BY SIZE
                              INTO WS-EDT-LIGNE
                       END-STRING
                       PERFORM ECRIRE-DONNEE
                   END-IF
               END-IF
               READ PROCURATIONS-FILE
                   AT END MOVE "10" TO WS-FS-PROC
               END-READ
           END-PERFORM
           CLOSE PROCURATIONS-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RUBRIQUE-ORDRES.
      *>   Ordres emis depuis ses comptes ou a destination de ceux-ci.
           MOVE "ORDRES PERMANENTS" TO WS-RUB-TITRE
           MOVE "ordres_permanents.txt" TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT ORDRES-FILE
           IF WS-FS-ORDRES NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           READ ORDRES-FILE
               AT END MOVE "10" TO WS-FS-ORDRES
           END-READ
           PERFORM UNTIL WS-FS-ORDRES = "10"
               MOVE SPACES TO WS-CHAMP-2 WS-CHAMP-3
               UNSTRING ORDRE-LIGNE DELIMITED BY "|"
                   INTO WS-CHAMP-2 WS-CHAMP-3
               END-UNSTRING
               MOVE WS-CHAMP-2 TO WS-CHAMP-5
               PERFORM CHAMP-EST-COMPTE-DU-CLIENT
               IF WS-CPT-TROUVE = 'N'
                   MOVE WS-CHAMP-3 TO WS-CHAMP-5
                   PERFORM CHAMP-EST-COMPTE-DU-CLIENT
               END-IF
               IF WS-CPT-TROUVE = 'Y'
                   MOVE SPACES TO WS-EDT-LIGNE
                   MOVE ORDRE-LIGNE TO WS-EDT-LIGNE (4:50)
                   PERFORM ECRIRE-DONNEE
               END-IF
               READ ORDRES-FILE
                   AT END MOVE "10" TO WS-FS-ORDRES
               END-READ
           END-PERFORM
           CLOSE ORDRES-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RUBRIQUE-DECOUVERTS.
           MOVE "LIMITES DE DECOUVERT" TO WS-RUB-TITRE
           MOVE "decouverts.txt" TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT DECOUVERTS-FILE
           IF WS-FS-DECOUV NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           READ DECOUVERTS-FILE
               AT END MOVE "10" TO WS-FS-DECOUV
           END-READ
           PERFORM UNTIL WS-FS-DECOUV = "10"
               MOVE SPACES TO WS-CHAMP-5
               UNSTRING DECOUV-LIGNE DELIMITED BY "|"
                   INTO WS-CHAMP-5
               END-UNSTRING
               PERFORM CHAMP-EST-COMPTE-DU-CLIENT
               IF WS-CPT-TROUVE = 'Y'
                   MOVE SPACES TO WS-EDT-LIGNE
                   MOVE DECOUV-LIGNE TO WS-EDT-LIGNE (4:40)
                   PERFORM ECRIRE-DONNEE
               END-IF
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
               END-READ
           END-PERFORM
           CLOSE DECOUVERTS-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RUBRIQUE-DECOUV-JOURNAL.
           MOVE "JOURNAL DES LIMITES DE DECOUVERT" TO WS-RUB-TITRE
           MOVE "decouverts_journal.txt" TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT DECOUV-JOURNAL-FILE
           IF WS-FS-DEC-JNL NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           READ DECOUV-JOURNAL-FILE
               AT END MOVE "10" TO WS-FS-DEC-JNL
           END-READ
           PERFORM UNTIL WS-FS-DEC-JNL = "10"
               MOVE SPACES TO WS-RESTE WS-CHAMP-5
               UNSTRING DEC-JNL-LIGNE DELIMITED BY " COMPTE="
                   INTO WS-RESTE WS-CHAMP-5
               END-UNSTRING
               MOVE WS-CHAMP-5 (1:5) TO WS-CHAMP-2
               MOVE WS-CHAMP-2 TO WS-CHAMP-5
               PERFORM CHAMP-EST-COMPTE-DU-CLIENT
               IF WS-CPT-TROUVE = 'Y'
                   MOVE SPACES TO WS-EDT-LIGNE
                   MOVE DEC-JNL-LIGNE TO WS-EDT-LIGNE (4:120)
                   PERFORM ECRIRE-DONNEE
               END-IF
               READ DECOUV-JOURNAL-FILE
                   AT END MOVE "10" TO WS-FS-DEC-JNL
               END-READ
           END-PERFORM
           CLOSE DECOUV-JOURNAL-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RUBRIQUE-AUDIT-CARTE.
      *>   Archives datees d'abord (ordre du catalogue), puis le
      *>   journal du jour : la rubrique suit l'ordre chronologique.
           MOVE "CODE CARTE : TENTATIVES ET BLOCAGES" TO WS-RUB-TITRE
           MOVE "exgpt_audit.txt et archives exgpt_audit_*"
                TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           OPEN INPUT ARCHIVES-CAT-FILE
           IF WS-FS-ARCH-CAT = "00"
               READ ARCHIVES-CAT-FILE
                   AT END MOVE "10" TO WS-FS-ARCH-CAT
               END-READ
               PERFORM UNTIL WS-FS-ARCH-CAT = "10"
                   MOVE SPACES TO WS-CAT-DATE WS-CAT-NOM
                   UNSTRING ARCH-CAT-LIGNE DELIMITED BY "|"
                       INTO WS-CAT-DATE WS-CAT-NOM
                   END-UNSTRING
                   IF WS-CAT-NOM (1:12) = "exgpt_audit_"
                       MOVE WS-CAT-NOM TO WS-NOM-AUDIT
                       PERFORM RELIRE-AUDIT
                   END-IF
                   READ ARCHIVES-CAT-FILE
                       AT END MOVE "10" TO WS-FS-ARCH-CAT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVES-CAT-FILE
           END-IF
           MOVE "exgpt_audit.txt" TO WS-NOM-AUDIT
           PERFORM RELIRE-AUDIT
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RELIRE-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-FS-AUDIT NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ AUDIT-FILE
               AT END MOVE "10" TO WS-FS-AUDIT
           END-READ
           PERFORM UNTIL WS-FS-AUDIT = "10"
               IF AUDIT-REC (26:5) IS NUMERIC
                   MOVE AUDIT-REC (26:5) TO WS-CPT-CHERCHE
                   PERFORM EST-COMPTE-DU-CLIENT
                   IF WS-CPT-TROUVE = 'Y'
                       MOVE SPACES TO WS-EDT-LIGNE
                       MOVE AUDIT-REC TO WS-EDT-LIGNE (4:80)
                       PERFORM ECRIRE-DONNEE
                   END-IF
               END-IF
               READ AUDIT-FILE
                   AT END MOVE "10" TO WS-FS-AUDIT
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       *>--------------------------------------------------------------
       RUBRIQUE-LETTRES.
      *>   Les lettres au client des etats AVIS et DESHERENCE
      *>   survivent dans les copies datees du spool : chaque lettre
      *>   commence par "LETTRE AU CLIENT nnnnn" et court jusqu'au
      *>   separateur suivant.
           MOVE "LETTRES ADRESSEES AU CLIENT" TO WS-RUB-TITRE
           MOVE "spool_catalogue.txt, spool_AVIS_*, spool_DESHERENCE_*"
                TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           MOVE 0 TO WS-NB-LETTRES WS-NB-SPOOLS-VUS
           OPEN INPUT SPOOL-CAT-FILE
           IF WS-FS-SPOOL-CAT NOT = "00"
               PERFORM SIGNALER-SOURCE-ABSENTE
               PERFORM TERMINER-RUBRIQUE
               EXIT PARAGRAPH
           END-IF
           READ SPOOL-CAT-FILE
               AT END MOVE "10" TO WS-FS-SPOOL-CAT
           END-READ
           PERFORM UNTIL WS-FS-SPOOL-CAT = "10"
               MOVE SPACES TO WS-SPL-NOM WS-SPL-DATE
               UNSTRING SPOOL-CAT-LIGNE DELIMITED BY "|"
                   INTO WS-SPL-NOM WS-SPL-DATE
               END-UNSTRING
               IF WS-SPL-NOM = "AVIS" OR WS-SPL-NOM = "DESHERENCE"
                   PERFORM RELIRE-SPOOL-LETTRES
               END-IF
               READ SPOOL-CAT-FILE
                   AT END MOVE "10" TO WS-FS-SPOOL-CAT
               END-READ
           END-PERFORM
           CLOSE SPOOL-CAT-FILE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       RELIRE-SPOOL-LETTRES.
           MOVE SPACES TO WS-NOM-SPOOL
           STRING "spool_" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SPL-NOM) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-SPL-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-SPOOL
           END-STRING
           MOVE 'N' TO WS-SPOOL-DEJA-VU
           PERFORM VARYING WS-SIDX FROM 1 BY 1
                    UNTIL WS-SIDX > WS-NB-SPOOLS-VUS
               IF WS-SPOOL-VU (WS-SIDX) = WS-NOM-SPOOL
                   MOVE 'Y' TO WS-SPOOL-DEJA-VU
               END-IF
           END-PERFORM
           IF WS-SPOOL-DEJA-VU = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-SPOOLS-VUS < 500
               ADD 1 TO WS-NB-SPOOLS-VUS
               MOVE WS-NOM-SPOOL TO WS-SPOOL-VU (WS-NB-SPOOLS-VUS)
           END-IF

           OPEN INPUT SPOOL-FILE
           IF WS-FS-SPOOL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DANS-LETTRE
           READ SPOOL-FILE
               AT END MOVE "10" TO WS-FS-SPOOL
           END-READ
           PERFORM UNTIL WS-FS-SPOOL = "10"
               PERFORM EXAMINER-LIGNE-SPOOL
               READ SPOOL-FILE
                   AT END MOVE "10" TO WS-FS-SPOOL
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-SPOOL.
           IF SPOOL-LIGNE (1:5) = "-----"
               MOVE 'N' TO WS-DANS-LETTRE
               EXIT PARAGRAPH
           END-IF
           IF SPOOL-LIGNE (1:17) = "LETTRE AU CLIENT "
               MOVE SPOOL-LIGNE (18:5) TO WS-LETTRE-ID
               MOVE 'N' TO WS-DANS-LETTRE
               IF WS-LETTRE-ID IS NUMERIC
                   MOVE WS-LETTRE-ID TO WS-NUM-CHAMP
                   IF WS-NUM-CHAMP = WS-ID-CLIENT
                       MOVE 'Y' TO WS-DANS-LETTRE
                       ADD 1 TO WS-NB-LETTRES
                       MOVE SPACES TO WS-EDT-LIGNE
                       STRING "   Etat " DELIMITED BY SIZE
                              FUNCTION TRIM (WS-SPL-NOM)
                                  DELIMITED BY SIZE
                              " du " DELIMITED BY SIZE
                              WS-SPL-DATE DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              FUNCTION TRIM (WS-NOM-SPOOL)
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                              INTO WS-EDT-LIGNE
                       END-STRING
                       PERFORM ECRIRE-LIGNE-DOSSIER
                   END-IF
               END-IF
           END-IF
           IF WS-DANS-LETTRE = 'Y'
               MOVE SPACES TO WS-EDT-LIGNE
               MOVE SPOOL-LIGNE (1:126) TO WS-EDT-LIGNE (7:126)
               PERFORM ECRIRE-DONNEE
           END-IF.

       *>--------------------------------------------------------------
       RUBRIQUE-GRAND-LIVRE.
      *>   Les pieces de chaque compte, livres archives de l'arrete
      *>   annuel compris, dans l'ordre des sequences.
           MOVE "MOUVEMENTS DU GRAND LIVRE" TO WS-RUB-TITRE
           MOVE "grand_livre.txt et archives (grand_livre_idx.dat)"
                TO WS-RUB-SOURCE
           PERFORM DEBUTER-RUBRIQUE
           PERFORM VARYING WS-KIDX FROM 1 BY 1
                    UNTIL WS-KIDX > WS-NB-COMPTES
               MOVE 'D' TO WS-ILV-ACTION
               MOVE WS-CPT-NUMERO (WS-KIDX) TO WS-ILV-COMPTE
               CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                    WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
               PERFORM UNTIL WS-ILV-TROUVE NOT = 'Y'
                   MOVE 'S' TO WS-ILV-ACTION
                   CALL "INDEX-LIVRE" USING WS-ILV-ACTION
                        WS-ILV-COMPTE WS-ILV-SEQUENCE WS-ILV-LIGNE
                        WS-ILV-TROUVE
                   IF WS-ILV-TROUVE = 'Y'
                       MOVE SPACES TO WS-EDT-LIGNE
                       MOVE WS-ILV-LIGNE (1:129)
                            TO WS-EDT-LIGNE (4:129)
                       PERFORM ECRIRE-DONNEE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           PERFORM TERMINER-RUBRIQUE.

       *>--------------------------------------------------------------
       FERMER-DOSSIER.
           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-NB-DOSSIER TO WS-EDIT-TOTAL
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Dossier du client " DELIMITED BY SIZE
                  WS-ID-CLIENT DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-EDIT-TOTAL DELIMITED BY SIZE
                  " lignes, " DELIMITED BY SIZE
                  WS-NB-COMPTES DELIMITED BY SIZE
                  " compte(s), reponse " DELIMITED BY SIZE
                  WS-MENTION-DELAI DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       INSCRIRE-JOURNAL-DOSSIER.
      *>   "AAAAMMJJ-HHMMSSCC|OPERATEUR|CLIENT|RECUE|LIMITE|REPONSE|
      *>   LIGNES|MENTION" -- meme idiome d'ajout que menu_trace.txt.
           ACCEPT WS-HEURE-JNL FROM TIME
           MOVE SPACES TO DOS-JNL-LIGNE
           STRING WS-DATE-JOUR    DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-HEURE-JNL    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-OPER-SESSION DELIMITED BY SPACE
                  "|"             DELIMITED BY SIZE
                  WS-ID-CLIENT    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-DATE-RECUE   DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-DATE-LIMITE  DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-DATE-JOUR    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-NB-DOSSIER   DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-MENTION-DELAI DELIMITED BY SIZE
                  INTO DOS-JNL-LIGNE
           END-STRING
           OPEN INPUT DOSSIERS-JOURNAL-FILE
           IF WS-FS-DOS-JNL = "00"
               CLOSE DOSSIERS-JOURNAL-FILE
               OPEN EXTEND DOSSIERS-JOURNAL-FILE
           ELSE
               OPEN OUTPUT DOSSIERS-JOURNAL-FILE
           END-IF
           WRITE DOS-JNL-LIGNE
           CLOSE DOSSIERS-JOURNAL-FILE.
