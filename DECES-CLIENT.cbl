       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECES-CLIENT.

      *----------------------------------------------------------------
      * Nom du programme : DECES-CLIENT
      * Description    : Deces d'un client -- un seul ecran pour tout
      *                  ce qu'il ne faut pas oublier. La saisie du
      *                  deces (date du deces) passe le client et
      *                  chacun de ses comptes (registre comptes.txt,
      *                  voir COMPTE-REGISTRE) au statut 'F' dans
      *                  clients.csv, et sa fiche de client.txt aussi :
      *                  MAJ-SOLDE refuse des lors tout debit sous le
      *                  motif DECES et accepte les credits. Dans le
      *                  meme passage, les ordres permanents des
      *                  comptes du defunt sont suspendus (huitieme
      *                  champ 'S' de ordres_permanents.txt), toutes
      *                  les procurations donnees sur ses comptes ou
      *                  recues par lui sont retirees de
      *                  procurations.txt, la carte de chaque compte
      *                  est mise en opposition (statut 'D' du verrou
      *                  SECUPIN) et AVIS-CLIENTS retient ses lettres.
      *
      *                  Le reglement de la succession, plus tard,
      *                  verse le solde net des comptes au compte du
      *                  notaire charge de la succession (un compte de
      *                  clients.csv), ramene chaque compte a zero par
      *                  une piece au grand livre, le passe au statut
      *                  'C' et imprime son releve final dans la
      *                  disposition de CLOTURE-COMPTE (etat
      *                  etat_SUCCESSION.txt, et lot SUCCESSION de
      *                  l'imprimeur routeur adresse au notaire). Un
      *                  compte en devise reste fige, a solder a part.
      *                  Ce que MAJ-SOLDE tient pour indisponible --
      *                  saisies actives de saisies.txt et cheques de
      *                  cheques_attente.txt pas encore disponibles --
      *                  reste sur le compte, qui reste fige au statut
      *                  'F' : une saisie se verse au creancier et un
      *                  cheque peut encore revenir impaye. La
      *                  succession reste alors ouverte et se regle
      *                  de nouveau une fois la saisie levee ou les
      *                  cheques disponibles.
      *
      *                  deces.txt : "ID|DATE-DECES|DATE-SAISIE|
      *                  OPERATEUR|ETAT|NOTAIRE|DATE-REGLEMENT", ETAT
      *                  'O' (succession ouverte) ou 'R' (reglee) ; le
      *                  fichier ne fait que s'allonger, la derniere
      *                  ligne d'un client l'emporte.
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

           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

           SELECT DECES-FILE
              ASSIGN TO "deces.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECES.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

           SELECT GUICHET-TRV-FILE
              ASSIGN TO "client.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET-TRV.

           SELECT ORDRES-FILE
              ASSIGN TO "ordres_permanents.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ORDRES.

           SELECT ORDRES-TRV-FILE
              ASSIGN TO "ordres_permanents.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ORDRES-TRV.

           SELECT PROCURATIONS-FILE
              ASSIGN TO "procurations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PROC.

           SELECT PROC-TRV-FILE
              ASSIGN TO "procurations.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PROC-TRV.

           SELECT LIVRE-FILE
              ASSIGN TO "grand_livre.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIVRE.

           SELECT SAISIES-FILE
              ASSIGN TO "saisies.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES.

           SELECT CHEQUES-FILE
              ASSIGN TO "cheques_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHEQUES.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       FD DECES-FILE.
       01 DECES-LIGNE PIC X(60).

       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD GUICHET-TRV-FILE.
       01 GUICHET-TRV-LIGNE PIC X(220).

       FD ORDRES-FILE.
       01 ORDRE-LIGNE PIC X(50).

       FD ORDRES-TRV-FILE.
       01 ORDRE-TRV-LIGNE PIC X(50).

       FD PROCURATIONS-FILE.
       01 PROC-LIGNE PIC X(20).

       FD PROC-TRV-FILE.
       01 PROC-TRV-LIGNE PIC X(20).

      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES",
      *>   suivi ici du libelle "SUCCESSION <client>".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

      *>   Registre des saisies sur compte (SAISIEREC) : une saisie
      *>   active 'O' gele son montant sur le compte jusqu'a sa levee.
       FD SAISIES-FILE.
       01 SAI-REC.
           COPY SAISIEREC.

      *>   "REFERENCE|COMPTE|MONTANT|DATE-DISPO" (voir MAJ-SOLDE).
       FD CHEQUES-FILE.
       01 CHEQUE-LIGNE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-FS-DECES         PIC XX.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-FS-GUICHET-TRV   PIC XX.
       01 WS-FS-ORDRES        PIC XX.
       01 WS-FS-ORDRES-TRV    PIC XX.
       01 WS-FS-PROC          PIC XX.
       01 WS-FS-PROC-TRV      PIC XX.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-FS-SAISIES       PIC XX.
       01 WS-FS-CHEQUES       PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-CONFIRME         PIC X(1).
       01 WS-ID-DEFUNT        PIC 9(5) VALUE 0.
       01 WS-COMPTE-NOTAIRE   PIC 9(5) VALUE 0.
       01 WS-DATE-DECES       PIC 9(8) VALUE 0.
       01 WS-DATE-DECES-X     PIC X(10).
       01 WS-FUTUR-INTERDIT   PIC X(1) VALUE 'O'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Operateur de la session, porte au dossier de deces.
       01 WS-OPERATEUR        PIC X(8).
       01 WS-ROLE             PIC X(1).
       01 WS-AGENCE-OPER      PIC X(3).

      *>   Dossier de deces du client (derniere ligne de deces.txt).
       01 WS-DOS-TROUVE       PIC X(1).
       01 WS-DOS-ID-CHAR      PIC X(5).
       01 WS-DOS-DATE-DECES   PIC X(8).
       01 WS-DOS-DATE-SAISIE  PIC X(8).
       01 WS-DOS-OPERATEUR    PIC X(8).
       01 WS-DOS-ETAT         PIC X(1).
       01 WS-DOS-NOTAIRE      PIC X(5).
       01 WS-DOS-DATE-REGLE   PIC X(8).
       01 WS-LU-ID-CHAR       PIC X(5).
       01 WS-LU-DATE-DECES    PIC X(8).
       01 WS-LU-DATE-SAISIE   PIC X(8).
       01 WS-LU-OPERATEUR     PIC X(8).
       01 WS-LU-ETAT          PIC X(1).
       01 WS-LU-NOTAIRE       PIC X(5).
       01 WS-LU-DATE-REGLE    PIC X(8).
       01 WS-NB-DOSSIERS      PIC 9(5) VALUE 0.

      *>   Comptes du defunt : son propre numero, puis chaque compte
      *>   du registre dont il est le titulaire (confirme par
      *>   COMPTE-REGISTRE, la derniere ligne d'un numero gagnant).
      *>   ETAT : 'R' a regler, 'P' a regler en partie (l'indisponible
      *>   RETENU reste sur le compte, qui reste fige), 'I' laisse
      *>   fige (solde tout entier indisponible), 'X' compte en devise
      *>   laisse fige, '-' compte deja clos ou absent de clients.csv.
       01 WS-DCD-MAX          PIC 9(3) VALUE 50.
       01 WS-DCD-NB           PIC 9(3) VALUE 0.
       01 WS-DCD-IDX          PIC 9(3) VALUE 0.
       01 WS-DCD-TABLE.
           05 WS-DCD-ENTREE OCCURS 50 TIMES.
               10 WS-DCD-COMPTE   PIC 9(5).
               10 WS-DCD-ETAT     PIC X(1).
               10 WS-DCD-SOLDE    PIC S9(7)V99.
               10 WS-DCD-RETENU   PIC 9(7)V99.
       01 WS-DCD-PRESENT      PIC X(1).
       01 WS-REG-NUMERO-CHAR  PIC X(5).
       01 WS-REG-TIT-CHAR     PIC X(5).
       01 WS-REG-NUMERO-LONG  PIC 9(2) COMP.
       01 WS-REG-TIT-LONG     PIC 9(2) COMP.
       01 WS-REG-NUMERO       PIC 9(5).
       01 WS-REG-TITULAIRE    PIC 9(5).

      *>   Champs passes a COMPTE-REGISTRE (registre des comptes).
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a LIRE-DEVISE : un compte en devise ne se
      *>   verse pas tel quel sur un compte en euros.
       01 WS-DEV-COMPTE       PIC 9(5).
       01 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COURS        PIC 9(3)V9(6).
       01 WS-DEV-TROUVE       PIC X(1).

      *>   Decoupage et recomposition du solde, signe compris -- meme
      *>   logique que DECODER-ENREGISTREMENT dans CLOTURE-COMPTE.
       01 WS-PREFIXE          PIC X(120).
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-SOLDE-LONG       PIC 9(3) VALUE 0.
       01 WS-SOLDE-ENTIER     PIC 9(7) VALUE 0.
       01 WS-SOLDE-DECIMAL    PIC 9(2) VALUE 0.
       01 WS-SOLDE-NEGATIF    PIC X(1).
       01 WS-SOLDE-SANS-SIGNE PIC X(12).
       01 WS-STATUT-CLIENT    PIC X(1).
       01 WS-STATUT-A-ECRIRE  PIC X(1).
       01 WS-SOLDE-A-ECRIRE   PIC X(12).
       01 WS-SOLDE-AVANT      PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-APRES      PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-AVANT-EDIT PIC -9(7).99.
       01 WS-SOLDE-APRES-EDIT PIC -9(7).99.
       01 WS-ZERO-EDIT        PIC -9(7).99.
       01 WS-MONTANT          PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-EDIT     PIC 9(7).99.
       01 WS-TYPE-PIECE       PIC X(1).
       01 WS-NET-SUCCESSION   PIC S9(8)V99 VALUE 0.
       01 WS-NET-EDIT         PIC -9(8).99.
       01 WS-COMPTE-PIECE     PIC 9(5) VALUE 0.

      *>   Indisponible d'un compte, compte comme CHERCHER-INDISPONIBLE
      *>   dans MAJ-SOLDE : saisies actives et cheques dont la date de
      *>   disponibilite n'est pas atteinte.
       01 WS-IND-COMPTE       PIC 9(5) VALUE 0.
       01 WS-INDISPONIBLE     PIC 9(7)V99 VALUE 0.
       01 WS-INDISPO-EDIT     PIC 9(7).99.
       01 WS-CHQ-REF          PIC X(12).
       01 WS-CHQ-COMPTE-CHAR  PIC X(5).
       01 WS-CHQ-MONTANT      PIC X(12).
       01 WS-CHQ-DATE-CHAR    PIC X(8).
       01 WS-CHQ-DATE         PIC 9(8) VALUE 0.
       01 WS-CHQ-MONT-ENT     PIC 9(7) VALUE 0.
       01 WS-CHQ-MONT-DEC     PIC 9(2) VALUE 0.
       01 WS-CHQ-MONT-VAL     PIC 9(7)V99 VALUE 0.

      *>   Sequence du grand livre : reprise a la plus haute deja vue.
       01 WS-SEQ-LIVRE        PIC 9(7) VALUE 0.
       01 WS-SEQ-COMPTE-X     PIC X(5).
       01 WS-SEQ-CHAMP-X      PIC X(7).

      *>   Fiche de client.txt : le statut est le sixieme champ
      *>   ("ID|NOM|PRENOM|DATE|SOLDE|STATUT|...").
       01 WS-GUI-ID-CHAR      PIC X(5).
       01 WS-GUI-LONG         PIC 9(3) COMP.
       01 WS-GUI-POS          PIC 9(3) COMP.
       01 WS-GUI-BARRES       PIC 9(3) COMP.
       01 WS-GUI-POS-STATUT   PIC 9(3) COMP.
       01 WS-GUI-MARQUEE      PIC X(1).

      *>   Champs eclates d'une ligne d'ordre permanent.
       01 WS-ORD-COMPTE-CHAR  PIC X(5).
       01 WS-ORD-DEST         PIC X(5).
       01 WS-ORD-MONTANT      PIC X(10).
       01 WS-ORD-FREQ         PIC X(1).
       01 WS-ORD-PROCHAINE    PIC X(8).
       01 WS-ORD-CLE          PIC X(2).
       01 WS-ORD-CLE-DEST     PIC X(2).
       01 WS-ORD-SUSPENDU     PIC X(1).
       01 WS-ORD-LONG         PIC 9(3) COMP.

      *>   Champs eclates d'une ligne de procurations.txt.
       01 WS-PRC-COMPTE-CHAR  PIC X(5).
       01 WS-PRC-MAND-CHAR    PIC X(5).
       01 WS-PRC-DROIT-LU     PIC X(1).

       01 WS-NB-FIGES         PIC 9(3) VALUE 0.
       01 WS-NB-CARTES        PIC 9(3) VALUE 0.
       01 WS-NB-ORDRES-SUSP   PIC 9(5) VALUE 0.
       01 WS-NB-PROC-RETIREES PIC 9(5) VALUE 0.
       01 WS-NB-REGLES        PIC 9(3) VALUE 0.
       01 WS-NB-DEVISE        PIC 9(3) VALUE 0.
       01 WS-NB-RETENUS       PIC 9(3) VALUE 0.
       01 WS-RAP-LIGNE        PIC X(80).

      *>   Champs passes a SAISIE-NUM et SAISIE-DATE (saisies
      *>   validees, reutilisables).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a SECUPIN (service de securite partage) : le
      *>   verrou de chaque carte active du compte est relu puis
      *>   reecrit au statut 'D' (opposition au deces), tentatives
      *>   conservees.
       01 WS-SECU-OPERATION   PIC X(2).
       01 WS-SECU-CARTE       PIC 9(8).
       01 WS-SECU-CODE        PIC 9(4) VALUE 0.
       01 WS-SECU-VERROU.
           05 WS-SECU-TENTATIVES   PIC 9(4).
           05 WS-SECU-ACCES-OK     PIC X.
           05 WS-SECU-DATE-VERROU  PIC 9(8).
           05 WS-SECU-HEURE-VERROU PIC 9(8).
           05 WS-SECU-STATUT       PIC X.
       01 WS-SECU-RETOUR      PIC X(2).

      *>   Champs passes a CARTE-REGISTRE (registre des cartes) :
      *>   lecture des cartes du compte.
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "DECES-CLIENT".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a HISTO-CLIENT (historique avant/apres du
      *>   maitre clients) : zones de la bonne taille, pas des
      *>   litteraux.
       01 WS-HIS-ID           PIC 9(5).
       01 WS-HIS-CHAMP        PIC X(12).
       01 WS-HIS-AVANT        PIC X(60).
       01 WS-HIS-APRES        PIC X(60).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : deux postes ne doivent pas reecrire les memes
      *>   fichiers en meme temps.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence) : chaque piece ecrite au livre texte y
      *>   est recopiee.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a EDITION-ROUTAGE (fichier d'echange avec
      *>   l'imprimeur routeur) : zones de la bonne taille, pas des
      *>   litteraux. Les releves de cloture d'un reglement forment
      *>   un lot, un document par compte clos, adresse au notaire.
       01 WS-RTG-ACTION       PIC X(1).
       01 WS-RTG-NOM          PIC X(12).
       01 WS-RTG-TYPE         PIC X(4).
       01 WS-RTG-CLIENT       PIC 9(5).
       01 WS-RTG-LIGNE        PIC X(132).
       01 WS-RTG-RETENU       PIC X(1).
       01 WS-RELEVES-OUVERTS  PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "DECES D'UN CLIENT ET REGLEMENT DE LA SUCCESSION"
           DISPLAY WS-SEPARATEUR

           MOVE "CLIENTS" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           CALL "AGENCE-OPERATEUR" USING WS-OPERATEUR WS-ROLE
                WS-AGENCE-OPER
           MOVE 0 TO WS-ZERO-EDIT

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Enregistrer un deces (gel des comptes)"
               DISPLAY "2 = Regler la succession (versement au "
                       "notaire)"
               DISPLAY "3 = Imprimer les dossiers de deces"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM ENREGISTRER-DECES
                   WHEN '2'
                       PERFORM REGLER-SUCCESSION
                   WHEN '3'
                       PERFORM IMPRIMER-DOSSIERS
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
               DISPLAY "Voulez-vous continuer ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM

           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       ENREGISTRER-DECES.
           MOVE "Identifiant du client decede :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-DEFUNT

           PERFORM CHERCHER-DOSSIER-DECES
           IF WS-DOS-TROUVE = 'Y'
               DISPLAY "Deces du client " WS-ID-DEFUNT
                       " deja enregistre (deces le "
                       WS-DOS-DATE-DECES ", etat " WS-DOS-ETAT
                       ") -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "ENREGISTRER-DECES" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT        TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-DEFUNT TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Client " WS-ID-DEFUNT
                           " introuvable -- rien n'est fait"
                   CLOSE CLIENT-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODER-ENREGISTREMENT
           IF WS-STATUT-CLIENT = 'C' OR WS-STATUT-CLIENT = 'E'
               DISPLAY "Client " WS-ID-DEFUNT " clos (statut "
                       WS-STATUT-CLIENT ") -- rien n'est fait"
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Client : " WS-PREFIXE (1:WS-PREFIXE-LONG)

           MOVE "Date du deces (AAAA-MM-JJ) :" TO WS-LIBELLE-SAISIE
           MOVE 'O' TO WS-FUTUR-INTERDIT
           CALL "SAISIE-DATE" USING WS-LIBELLE-SAISIE
                WS-FUTUR-INTERDIT WS-DATE-DECES-X
           COMPUTE WS-DATE-DECES =
               FUNCTION NUMVAL (WS-DATE-DECES-X (1:4)) * 10000
               + FUNCTION NUMVAL (WS-DATE-DECES-X (6:2)) * 100
               + FUNCTION NUMVAL (WS-DATE-DECES-X (9:2))

           PERFORM RELEVER-COMPTES-DEFUNT
           DISPLAY "Comptes du client a figer : " WS-DCD-NB
           DISPLAY "Confirmer le deces du client " WS-ID-DEFUNT
                   " au " WS-DATE-DECES " ? (O/N) :"
           ACCEPT WS-CONFIRME
           IF WS-CONFIRME NOT = 'O' AND WS-CONFIRME NOT = 'o'
               DISPLAY "Saisie abandonnee -- rien n'est touche"
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NB-FIGES WS-NB-CARTES
           PERFORM VARYING WS-DCD-IDX FROM 1 BY 1
                    UNTIL WS-DCD-IDX > WS-DCD-NB
               PERFORM FIGER-UN-COMPTE
               PERFORM OPPOSER-CARTES
           END-PERFORM
           CLOSE CLIENT-FILE

           PERFORM MARQUER-FICHE-GUICHET
           PERFORM SUSPENDRE-ORDRES
           PERFORM RETIRER-PROCURATIONS

           MOVE WS-ID-DEFUNT TO WS-HIS-ID
           MOVE "DECES" TO WS-HIS-CHAMP
           MOVE SPACES TO WS-HIS-AVANT
           MOVE WS-DATE-DECES TO WS-HIS-APRES
           CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                WS-HIS-AVANT WS-HIS-APRES

           MOVE WS-DATE-DECES TO WS-DOS-DATE-DECES
           MOVE WS-DATE-JOUR  TO WS-DOS-DATE-SAISIE
           MOVE 'O'           TO WS-DOS-ETAT
           MOVE SPACES        TO WS-DOS-NOTAIRE WS-DOS-DATE-REGLE
           PERFORM ECRIRE-DOSSIER-DECES

           DISPLAY WS-SEPARATEUR
           DISPLAY "Deces du client " WS-ID-DEFUNT " enregistre"
           DISPLAY "Comptes figes (statut F)  : " WS-NB-FIGES
           DISPLAY "Cartes mises en opposition: " WS-NB-CARTES
           DISPLAY "Ordres permanents suspendus: " WS-NB-ORDRES-SUSP
           DISPLAY "Procurations retirees     : " WS-NB-PROC-RETIREES
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       RELEVER-COMPTES-DEFUNT.
      *>   Le compte courant (numero = identifiant du client) puis
      *>   chaque compte du registre rattache au client -- meme
      *>   parcours que LISTER-COMPTES-CLIENT dans COMPTES.
           INITIALIZE WS-DCD-TABLE
           MOVE 1 TO WS-DCD-NB
           MOVE WS-ID-DEFUNT TO WS-DCD-COMPTE (1)
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES = "00"
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
               PERFORM UNTIL WS-FS-COMPTES = "10"
                   PERFORM EXAMINER-LIGNE-REGISTRE
                   READ COMPTES-FILE
                       AT END MOVE "10" TO WS-FS-COMPTES
                   END-READ
               END-PERFORM
               CLOSE COMPTES-FILE
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-REGISTRE.
           IF COMPTE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           UNSTRING COMPTE-LIGNE DELIMITED BY "|"
               INTO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           END-UNSTRING
           COMPUTE WS-REG-TIT-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-REG-TIT-CHAR))
           COMPUTE WS-REG-NUMERO-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-REG-NUMERO-CHAR))
           IF WS-REG-TIT-LONG = 0 OR WS-REG-NUMERO-LONG = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-TIT-CHAR (1:WS-REG-TIT-LONG) IS NOT NUMERIC OR
              WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-TIT-CHAR (1:WS-REG-TIT-LONG)
                TO WS-REG-TITULAIRE
           MOVE WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG)
                TO WS-REG-NUMERO
           IF WS-REG-TITULAIRE NOT = WS-ID-DEFUNT
               EXIT PARAGRAPH
           END-IF
      *>   Une ligne plus recente a pu rattacher le numero a un autre
      *>   titulaire : COMPTE-REGISTRE tranche.
           MOVE WS-REG-NUMERO TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TITULAIRE NOT = WS-ID-DEFUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DCD-PRESENT
           PERFORM VARYING WS-DCD-IDX FROM 1 BY 1
                    UNTIL WS-DCD-IDX > WS-DCD-NB
               IF WS-DCD-COMPTE (WS-DCD-IDX) = WS-REG-NUMERO
                   MOVE 'Y' TO WS-DCD-PRESENT
               END-IF
           END-PERFORM
           IF WS-DCD-PRESENT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-DCD-NB >= WS-DCD-MAX
               DISPLAY "Plus de " WS-DCD-MAX " comptes -- compte "
                       WS-REG-NUMERO " ignore"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DCD-NB
           MOVE WS-REG-NUMERO TO WS-DCD-COMPTE (WS-DCD-NB).

       *>--------------------------------------------------------------
       FIGER-UN-COMPTE.
      *>   Statut 'F' ; le solde, le prefixe d'identite et le bloc
      *>   adresse sont conserves tels quels. Un compte deja clos
      *>   reste clos, un compte passe en perte ('P') garde sa marque.
           MOVE WS-DCD-COMPTE (WS-DCD-IDX) TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODER-ENREGISTREMENT
           IF WS-STATUT-CLIENT = 'C' OR WS-STATUT-CLIENT = 'E' OR
              WS-STATUT-CLIENT = 'F' OR WS-STATUT-CLIENT = 'P'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STATUT-CLIENT TO WS-HIS-AVANT
           MOVE 'F' TO WS-STATUT-A-ECRIRE
           MOVE WS-SOLDE-TEXTE (1:WS-SOLDE-LONG) TO WS-SOLDE-A-ECRIRE
           IF WS-SOLDE-NEGATIF = 'Y'
               MOVE SPACES TO WS-SOLDE-A-ECRIRE
               STRING "-" DELIMITED BY SIZE
                      WS-SOLDE-TEXTE DELIMITED BY SPACE
                      INTO WS-SOLDE-A-ECRIRE
               END-STRING
           END-IF
           PERFORM RECOMPOSER-ENREGISTREMENT
           REWRITE FS-LIGNE-CLIENT
           IF WS-FS-CLIENT = "00"
               ADD 1 TO WS-NB-FIGES
               MOVE FS-ID-CLIENT TO WS-HIS-ID
               MOVE "STATUT" TO WS-HIS-CHAMP
               MOVE "F" TO WS-HIS-APRES
               CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                    WS-HIS-AVANT WS-HIS-APRES
           ELSE
               DISPLAY "Erreur reecriture compte " FS-ID-CLIENT
                       " : " WS-FS-CLIENT
               MOVE "FIGER-UN-COMPTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT       TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       OPPOSER-CARTES.
      *>   Chaque carte active du compte (registre des cartes) est
      *>   mise en opposition ; les cartes deja perdues, volees,
      *>   remplacees ou expirees sont refusees de toute facon.
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-DCD-COMPTE (WS-DCD-IDX) TO CAR-COMPTE
           MOVE "PC" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           PERFORM UNTIL WS-CRT-RETOUR NOT = "00"
               IF CAR-STATUT = 'A'
                   PERFORM OPPOSER-CARTE
               END-IF
               MOVE "SC" TO WS-CRT-OPERATION
               CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION
                    WS-CRT-CARTE WS-CRT-RETOUR
           END-PERFORM
           IF WS-CRT-RETOUR NOT = "FN"
               DISPLAY "Registre des cartes indisponible ("
                       WS-CRT-RETOUR ") -- cartes du compte "
                       WS-DCD-COMPTE (WS-DCD-IDX)
                       " a opposer a la main"
               MOVE "OPPOSER-CARTES" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR    TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       OPPOSER-CARTE.
      *>   Le verrou est relu (cree a l'etat actif s'il n'existait
      *>   pas) puis reecrit au statut 'D' : EX-GPT et SECURITE-01
      *>   refusent la carte avant toute saisie de code.
           MOVE "LV" TO WS-SECU-OPERATION
           MOVE CAR-NUMERO TO WS-SECU-CARTE
           CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
           IF WS-SECU-RETOUR NOT = "00" AND WS-SECU-RETOUR NOT = "NV"
               PERFORM SIGNALER-VERROU-CARTE
               EXIT PARAGRAPH
           END-IF
           MOVE "EV"  TO WS-SECU-OPERATION
           MOVE 'N'   TO WS-SECU-ACCES-OK
           MOVE 'D'   TO WS-SECU-STATUT
           MOVE WS-DATE-JOUR TO WS-SECU-DATE-VERROU
           ACCEPT WS-SECU-HEURE-VERROU FROM TIME
           CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
           IF WS-SECU-RETOUR NOT = "00"
               PERFORM SIGNALER-VERROU-CARTE
           ELSE
               ADD 1 TO WS-NB-CARTES
           END-IF.

       *>--------------------------------------------------------------
       SIGNALER-VERROU-CARTE.
           DISPLAY "Magasin des verrous indisponible (" WS-SECU-RETOUR
                   ") -- carte " WS-SECU-CARTE " du compte "
                   CAR-COMPTE " a opposer a la main"
           MOVE "OPPOSER-CARTE"  TO WS-EXC-PARAGRAPHE
           MOVE WS-SECU-RETOUR   TO WS-EXC-CODE
           CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                WS-EXC-CODE
           MOVE 1 TO RETURN-CODE.

       *>--------------------------------------------------------------
       MARQUER-FICHE-GUICHET.
      *>   La fiche du client dans client.txt passe a 'F' : elle sort
      *>   des recherches de TEST-CLIENT, et SYNC-CLIENT la reporte
      *>   sans toucher au statut du maitre. Reecriture par fichier
      *>   de travail.
           MOVE 'N' TO WS-GUI-MARQUEE
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GUICHET-TRV-FILE
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               MOVE GUICHET-LIGNE TO GUICHET-TRV-LIGNE
               PERFORM MARQUER-LIGNE-GUICHET
               WRITE GUICHET-TRV-LIGNE
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
           END-PERFORM
           CLOSE GUICHET-FILE
           CLOSE GUICHET-TRV-FILE

           OPEN OUTPUT GUICHET-FILE
           OPEN INPUT GUICHET-TRV-FILE
           READ GUICHET-TRV-FILE
               AT END MOVE "10" TO WS-FS-GUICHET-TRV
           END-READ
           PERFORM UNTIL WS-FS-GUICHET-TRV = "10"
               MOVE GUICHET-TRV-LIGNE TO GUICHET-LIGNE
               WRITE GUICHET-LIGNE
               READ GUICHET-TRV-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET-TRV
               END-READ
           END-PERFORM
           CLOSE GUICHET-TRV-FILE
           CLOSE GUICHET-FILE
           IF WS-GUI-MARQUEE = 'N'
               DISPLAY "Fiche guichet du client " WS-ID-DEFUNT
                       " absente de client.txt"
           END-IF.

       *>--------------------------------------------------------------
       MARQUER-LIGNE-GUICHET.
           IF GUICHET-TRV-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GUI-ID-CHAR
           UNSTRING GUICHET-TRV-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-GUI-ID-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-GUI-ID-CHAR) NOT = WS-ID-DEFUNT
               EXIT PARAGRAPH
           END-IF
      *>   Position du statut : juste apres le cinquieme '|'.
           COMPUTE WS-GUI-LONG = FUNCTION LENGTH
               (FUNCTION TRIM (GUICHET-TRV-LIGNE TRAILING))
           MOVE 0 TO WS-GUI-BARRES WS-GUI-POS-STATUT
           PERFORM VARYING WS-GUI-POS FROM 1 BY 1
                    UNTIL WS-GUI-POS > WS-GUI-LONG
                       OR WS-GUI-POS-STATUT > 0
               IF GUICHET-TRV-LIGNE (WS-GUI-POS:1) = "|"
                   ADD 1 TO WS-GUI-BARRES
                   IF WS-GUI-BARRES = 5
                       COMPUTE WS-GUI-POS-STATUT = WS-GUI-POS + 1
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GUI-POS-STATUT = 0 OR WS-GUI-POS-STATUT > WS-GUI-LONG
               EXIT PARAGRAPH
           END-IF
           IF GUICHET-TRV-LIGNE (WS-GUI-POS-STATUT:1) = 'D'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO GUICHET-TRV-LIGNE (WS-GUI-POS-STATUT:1)
           MOVE 'Y' TO WS-GUI-MARQUEE.

       *>--------------------------------------------------------------
       SUSPENDRE-ORDRES.
      *>   Les ordres permanents qui debitent un compte du defunt
      *>   recoivent le huitieme champ 'S' : ORDRES-PERMANENTS ne les
      *>   emet plus. Les ordres qui l'alimentent restent actifs (les
      *>   credits passent).
           MOVE 0 TO WS-NB-ORDRES-SUSP
           OPEN INPUT ORDRES-FILE
           IF WS-FS-ORDRES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ORDRES-TRV-FILE
           READ ORDRES-FILE
               AT END MOVE "10" TO WS-FS-ORDRES
           END-READ
           PERFORM UNTIL WS-FS-ORDRES = "10"
               PERFORM SUSPENDRE-UN-ORDRE
               WRITE ORDRE-TRV-LIGNE
               READ ORDRES-FILE
                   AT END MOVE "10" TO WS-FS-ORDRES
               END-READ
           END-PERFORM
           CLOSE ORDRES-FILE
           CLOSE ORDRES-TRV-FILE

           OPEN OUTPUT ORDRES-FILE
           OPEN INPUT ORDRES-TRV-FILE
           READ ORDRES-TRV-FILE
               AT END MOVE "10" TO WS-FS-ORDRES-TRV
           END-READ
           PERFORM UNTIL WS-FS-ORDRES-TRV = "10"
               MOVE ORDRE-TRV-LIGNE TO ORDRE-LIGNE
               WRITE ORDRE-LIGNE
               READ ORDRES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-ORDRES-TRV
               END-READ
           END-PERFORM
           CLOSE ORDRES-TRV-FILE
           CLOSE ORDRES-FILE.

       *>--------------------------------------------------------------
       SUSPENDRE-UN-ORDRE.
           MOVE ORDRE-LIGNE TO ORDRE-TRV-LIGNE
           IF ORDRE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ORD-COMPTE-CHAR WS-ORD-DEST
           MOVE SPACES TO WS-ORD-MONTANT WS-ORD-FREQ
           MOVE SPACES TO WS-ORD-PROCHAINE WS-ORD-SUSPENDU
           MOVE SPACES TO WS-ORD-CLE WS-ORD-CLE-DEST
           UNSTRING ORDRE-LIGNE DELIMITED BY "|"
               INTO WS-ORD-COMPTE-CHAR WS-ORD-DEST WS-ORD-MONTANT
                    WS-ORD-FREQ WS-ORD-PROCHAINE WS-ORD-CLE
                    WS-ORD-CLE-DEST WS-ORD-SUSPENDU
           END-UNSTRING
           IF FUNCTION TRIM (WS-ORD-COMPTE-CHAR) IS NOT NUMERIC OR
              WS-ORD-SUSPENDU = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (WS-ORD-COMPTE-CHAR) TO WS-REG-NUMERO
           PERFORM CHERCHER-COMPTE-DEFUNT
           IF WS-DCD-PRESENT = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ORD-LONG = FUNCTION LENGTH
               (FUNCTION TRIM (ORDRE-LIGNE TRAILING))
           MOVE SPACES TO ORDRE-TRV-LIGNE
           STRING ORDRE-LIGNE (1:WS-ORD-LONG) DELIMITED BY SIZE
                  "|S" DELIMITED BY SIZE
                  INTO ORDRE-TRV-LIGNE
           END-STRING
           ADD 1 TO WS-NB-ORDRES-SUSP.

       *>--------------------------------------------------------------
       RETIRER-PROCURATIONS.
      *>   Toute procuration sur un compte du defunt, ou donnee au
      *>   defunt sur le compte d'un autre, sort du fichier -- meme
      *>   reecriture par fichier de travail que RETIRER-PROCURATION
      *>   dans PROCURATIONS.
           MOVE 0 TO WS-NB-PROC-RETIREES
           OPEN INPUT PROCURATIONS-FILE
           IF WS-FS-PROC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PROC-TRV-FILE
           READ PROCURATIONS-FILE
               AT END MOVE "10" TO WS-FS-PROC
           END-READ
           PERFORM UNTIL WS-FS-PROC = "10"
               PERFORM RECOPIER-OU-OMETTRE
               READ PROCURATIONS-FILE
                   AT END MOVE "10" TO WS-FS-PROC
               END-READ
           END-PERFORM
           CLOSE PROCURATIONS-FILE
           CLOSE PROC-TRV-FILE

           OPEN OUTPUT PROCURATIONS-FILE
           OPEN INPUT PROC-TRV-FILE
           READ PROC-TRV-FILE
               AT END MOVE "10" TO WS-FS-PROC-TRV
           END-READ
           PERFORM UNTIL WS-FS-PROC-TRV = "10"
               MOVE PROC-TRV-LIGNE TO PROC-LIGNE
               WRITE PROC-LIGNE
               READ PROC-TRV-FILE
                   AT END MOVE "10" TO WS-FS-PROC-TRV
               END-READ
           END-PERFORM
           CLOSE PROC-TRV-FILE
           CLOSE PROCURATIONS-FILE.

       *>--------------------------------------------------------------
       RECOPIER-OU-OMETTRE.
           IF PROC-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRC-COMPTE-CHAR WS-PRC-MAND-CHAR
           MOVE SPACES TO WS-PRC-DROIT-LU
           UNSTRING PROC-LIGNE DELIMITED BY "|"
               INTO WS-PRC-COMPTE-CHAR WS-PRC-MAND-CHAR
                    WS-PRC-DROIT-LU
           END-UNSTRING
           MOVE 'N' TO WS-DCD-PRESENT
           IF FUNCTION TRIM (WS-PRC-COMPTE-CHAR) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-PRC-COMPTE-CHAR)
                    TO WS-REG-NUMERO
               PERFORM CHERCHER-COMPTE-DEFUNT
           END-IF
           IF FUNCTION TRIM (WS-PRC-MAND-CHAR) IS NUMERIC
               IF FUNCTION NUMVAL (WS-PRC-MAND-CHAR) = WS-ID-DEFUNT
                   MOVE 'Y' TO WS-DCD-PRESENT
               END-IF
           END-IF
           IF WS-DCD-PRESENT = 'Y'
               ADD 1 TO WS-NB-PROC-RETIREES
               DISPLAY "Procuration retiree : client "
                       FUNCTION TRIM (WS-PRC-MAND-CHAR)
                       " sur le compte "
                       FUNCTION TRIM (WS-PRC-COMPTE-CHAR)
           ELSE
               MOVE PROC-LIGNE TO PROC-TRV-LIGNE
               WRITE PROC-TRV-LIGNE
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-COMPTE-DEFUNT.
      *>   WS-DCD-PRESENT : 'Y' si WS-REG-NUMERO est un compte du
      *>   defunt (table relevee par RELEVER-COMPTES-DEFUNT).
           MOVE 'N' TO WS-DCD-PRESENT
           PERFORM VARYING WS-DCD-IDX FROM 1 BY 1
                    UNTIL WS-DCD-IDX > WS-DCD-NB
               IF WS-DCD-COMPTE (WS-DCD-IDX) = WS-REG-NUMERO
                   MOVE 'Y' TO WS-DCD-PRESENT
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       REGLER-SUCCESSION.
           MOVE "Identifiant du client decede :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-DEFUNT

           PERFORM CHERCHER-DOSSIER-DECES
           IF WS-DOS-TROUVE = 'N'
               DISPLAY "Aucun deces enregistre pour le client "
                       WS-ID-DEFUNT " -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           IF WS-DOS-ETAT = 'R'
               DISPLAY "Succession du client " WS-ID-DEFUNT
                       " deja reglee le " WS-DOS-DATE-REGLE
                       " -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           MOVE "Compte du notaire charge de la succession :"
                TO WS-LIBELLE-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE-NOTAIRE

           PERFORM RELEVER-COMPTES-DEFUNT
           MOVE WS-COMPTE-NOTAIRE TO WS-REG-NUMERO
           PERFORM CHERCHER-COMPTE-DEFUNT
           IF WS-DCD-PRESENT = 'Y'
               DISPLAY "Le compte " WS-COMPTE-NOTAIRE
                       " appartient au defunt -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "REGLER-SUCCESSION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT        TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPTE-NOTAIRE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Compte du notaire " WS-COMPTE-NOTAIRE
                           " introuvable -- rien n'est fait"
                   CLOSE CLIENT-FILE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODER-ENREGISTREMENT
           IF WS-STATUT-CLIENT = 'C' OR WS-STATUT-CLIENT = 'E' OR
              WS-STATUT-CLIENT = 'F' OR WS-STATUT-CLIENT = 'P'
               DISPLAY "Compte du notaire " WS-COMPTE-NOTAIRE
                       " inutilisable (statut " WS-STATUT-CLIENT
                       ") -- rien n'est fait"
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Notaire : " WS-PREFIXE (1:WS-PREFIXE-LONG)

           PERFORM FAIRE-BILAN-SUCCESSION
           IF WS-NET-SUCCESSION < 0
               DISPLAY "Solde net de la succession debiteur ("
                       WS-NET-EDIT ") -- a regler au guichet, rien "
                       "n'est fait"
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirmer le versement de " WS-NET-EDIT
                   " au compte " WS-COMPTE-NOTAIRE " ? (O/N) :"
           ACCEPT WS-CONFIRME
           IF WS-CONFIRME NOT = 'O' AND WS-CONFIRME NOT = 'o'
               DISPLAY "Reglement abandonne -- rien n'est touche"
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-NB-REGLES
           PERFORM OUVRIR-GRAND-LIVRE
           PERFORM VARYING WS-DCD-IDX FROM 1 BY 1
                    UNTIL WS-DCD-IDX > WS-DCD-NB
               IF WS-DCD-ETAT (WS-DCD-IDX) = 'R' OR
                  WS-DCD-ETAT (WS-DCD-IDX) = 'P'
                   PERFORM SOLDER-UN-COMPTE
               END-IF
           END-PERFORM
           IF WS-NET-SUCCESSION > 0
               PERFORM CREDITER-NOTAIRE
           END-IF
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           CLOSE CLIENT-FILE
           PERFORM FERMER-RELEVES-FINAUX

      *>   Tant qu'un compte en devise ou un indisponible reste fige,
      *>   la succession reste ouverte.
           IF WS-NB-DEVISE = 0 AND WS-NB-RETENUS = 0
               MOVE 'R'               TO WS-DOS-ETAT
               MOVE WS-COMPTE-NOTAIRE TO WS-DOS-NOTAIRE
               MOVE WS-DATE-JOUR      TO WS-DOS-DATE-REGLE
               PERFORM ECRIRE-DOSSIER-DECES
           END-IF

           DISPLAY WS-SEPARATEUR
           DISPLAY "Comptes soldes et clos     : " WS-NB-REGLES
           DISPLAY "Comptes en devise a solder : " WS-NB-DEVISE
           DISPLAY "Comptes avec indisponible  : " WS-NB-RETENUS
           DISPLAY "Verse au notaire " WS-COMPTE-NOTAIRE " : "
                   WS-NET-EDIT
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       FAIRE-BILAN-SUCCESSION.
      *>   Solde de chaque compte du defunt et solde net a verser ; un
      *>   compte en decouvert s'impute sur les autres.
           MOVE 0 TO WS-NET-SUCCESSION WS-NB-DEVISE WS-NB-RETENUS
           DISPLAY WS-SEPARATEUR
           DISPLAY "COMPTE  SOLDE        ETAT"
           PERFORM VARYING WS-DCD-IDX FROM 1 BY 1
                    UNTIL WS-DCD-IDX > WS-DCD-NB
               MOVE '-' TO WS-DCD-ETAT (WS-DCD-IDX)
               MOVE 0   TO WS-DCD-SOLDE (WS-DCD-IDX)
               MOVE 0   TO WS-DCD-RETENU (WS-DCD-IDX)
               MOVE WS-DCD-COMPTE (WS-DCD-IDX) TO FS-ID-CLIENT
               READ CLIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EXAMINER-COMPTE-SUCCESSION
               END-READ
           END-PERFORM
           MOVE WS-NET-SUCCESSION TO WS-NET-EDIT
           DISPLAY "Solde net a verser : " WS-NET-EDIT
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       EXAMINER-COMPTE-SUCCESSION.
           PERFORM DECODER-ENREGISTREMENT
           MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
           IF WS-STATUT-CLIENT = 'C' OR WS-STATUT-CLIENT = 'E'
               DISPLAY FS-ID-CLIENT "   " WS-SOLDE-AVANT-EDIT
                       "  deja clos"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-ID-CLIENT TO WS-DEV-COMPTE
           CALL "LIRE-DEVISE" USING WS-DEV-COMPTE WS-DATE-JOUR
                WS-DEV-DEVISE WS-DEV-COURS WS-DEV-TROUVE
           IF WS-DEV-DEVISE NOT = "EUR" AND WS-DEV-DEVISE NOT = SPACES
              AND WS-SOLDE-AVANT NOT = 0
               MOVE 'X' TO WS-DCD-ETAT (WS-DCD-IDX)
               ADD 1 TO WS-NB-DEVISE
               DISPLAY FS-ID-CLIENT "   " WS-SOLDE-AVANT-EDIT
                       "  en " WS-DEV-DEVISE " -- reste fige"
               EXIT PARAGRAPH
           END-IF
           MOVE FS-ID-CLIENT TO WS-IND-COMPTE
           PERFORM CHERCHER-INDISPONIBLE
           MOVE WS-INDISPONIBLE TO WS-INDISPO-EDIT
           IF WS-INDISPONIBLE > 0 AND
              WS-SOLDE-AVANT NOT > WS-INDISPONIBLE
               MOVE 'I' TO WS-DCD-ETAT (WS-DCD-IDX)
               ADD 1 TO WS-NB-RETENUS
               DISPLAY FS-ID-CLIENT "   " WS-SOLDE-AVANT-EDIT
                       "  indisponible " WS-INDISPO-EDIT
                       " (saisie/cheques) -- reste fige"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOLDE-AVANT TO WS-DCD-SOLDE (WS-DCD-IDX)
           IF WS-INDISPONIBLE > 0
               MOVE 'P' TO WS-DCD-ETAT (WS-DCD-IDX)
               MOVE WS-INDISPONIBLE TO WS-DCD-RETENU (WS-DCD-IDX)
               ADD 1 TO WS-NB-RETENUS
               COMPUTE WS-NET-SUCCESSION =
                   WS-NET-SUCCESSION + WS-SOLDE-AVANT - WS-INDISPONIBLE
               DISPLAY FS-ID-CLIENT "   " WS-SOLDE-AVANT-EDIT
                       "  a solder, " WS-INDISPO-EDIT
                       " indisponible (saisie/cheques) retenu"
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-DCD-ETAT (WS-DCD-IDX)
           ADD WS-SOLDE-AVANT TO WS-NET-SUCCESSION
           DISPLAY FS-ID-CLIENT "   " WS-SOLDE-AVANT-EDIT "  a solder".

       *>--------------------------------------------------------------
       CHERCHER-INDISPONIBLE.
      *>   Total des cheques du compte WS-IND-COMPTE encore en attente
      *>   de disponibilite, plus les montants geles par ses saisies
      *>   actives -- meme calcul que CHERCHER-INDISPONIBLE dans
      *>   MAJ-SOLDE ; zero si les fichiers sont absents.
           MOVE 0 TO WS-INDISPONIBLE
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES = "00"
               READ SAISIES-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES
               END-READ
               PERFORM UNTIL WS-FS-SAISIES = "10"
                   IF SAI-ETAT = 'O' AND SAI-COMPTE = WS-IND-COMPTE
                      AND SAI-MONTANT IS NUMERIC
                       ADD SAI-MONTANT TO WS-INDISPONIBLE
                   END-IF
                   READ SAISIES-FILE
                       AT END MOVE "10" TO WS-FS-SAISIES
                   END-READ
               END-PERFORM
               CLOSE SAISIES-FILE
           END-IF
           OPEN INPUT CHEQUES-FILE
           IF WS-FS-CHEQUES = "00"
               READ CHEQUES-FILE
                   AT END MOVE "10" TO WS-FS-CHEQUES
               END-READ
               PERFORM UNTIL WS-FS-CHEQUES = "10"
                   PERFORM CUMULER-CHEQUE-INDISPONIBLE
                   READ CHEQUES-FILE
                       AT END MOVE "10" TO WS-FS-CHEQUES
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-FILE
           END-IF.

       *>--------------------------------------------------------------
       CUMULER-CHEQUE-INDISPONIBLE.
           MOVE SPACES TO WS-CHQ-REF WS-CHQ-COMPTE-CHAR
           MOVE SPACES TO WS-CHQ-MONTANT WS-CHQ-DATE-CHAR
           UNSTRING CHEQUE-LIGNE DELIMITED BY "|"
               INTO WS-CHQ-REF WS-CHQ-COMPTE-CHAR WS-CHQ-MONTANT
                    WS-CHQ-DATE-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-CHQ-COMPTE-CHAR) IS NUMERIC AND
              WS-CHQ-DATE-CHAR IS NUMERIC
               MOVE WS-CHQ-DATE-CHAR TO WS-CHQ-DATE
               IF FUNCTION NUMVAL (WS-CHQ-COMPTE-CHAR) = WS-IND-COMPTE
                  AND WS-CHQ-DATE > WS-DATE-JOUR
                   MOVE 0 TO WS-CHQ-MONT-ENT
                   MOVE 0 TO WS-CHQ-MONT-DEC
                   UNSTRING WS-CHQ-MONTANT DELIMITED BY "."
                       INTO WS-CHQ-MONT-ENT WS-CHQ-MONT-DEC
                   END-UNSTRING
                   IF WS-CHQ-MONT-ENT IS NUMERIC AND
                      WS-CHQ-MONT-DEC IS NUMERIC
                       COMPUTE WS-CHQ-MONT-VAL =
                           WS-CHQ-MONT-ENT + (WS-CHQ-MONT-DEC / 100)
                       ADD WS-CHQ-MONT-VAL TO WS-INDISPONIBLE
                   END-IF
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       SOLDER-UN-COMPTE.
      *>   Une piece ramene le compte a zero (debit 'D' d'un solde
      *>   crediteur, credit 'C' d'un decouvert), puis le compte passe
      *>   au statut 'C' et son releve final est imprime. Un compte
      *>   'P' est ramene a son indisponible retenu et reste fige au
      *>   statut 'F', sans releve de cloture.
           MOVE WS-DCD-COMPTE (WS-DCD-IDX) TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODER-ENREGISTREMENT
           MOVE WS-STATUT-CLIENT TO WS-HIS-AVANT
           MOVE WS-DCD-RETENU (WS-DCD-IDX) TO WS-SOLDE-APRES
           MOVE 0 TO WS-MONTANT
           IF WS-SOLDE-AVANT > WS-SOLDE-APRES
               MOVE 'D' TO WS-TYPE-PIECE
               COMPUTE WS-MONTANT = WS-SOLDE-AVANT - WS-SOLDE-APRES
           END-IF
           IF WS-SOLDE-AVANT < WS-SOLDE-APRES
               MOVE 'C' TO WS-TYPE-PIECE
               COMPUTE WS-MONTANT = WS-SOLDE-APRES - WS-SOLDE-AVANT
           END-IF
           MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
           MOVE WS-SOLDE-APRES TO WS-SOLDE-APRES-EDIT
           IF WS-MONTANT > 0
               MOVE FS-ID-CLIENT   TO WS-COMPTE-PIECE
               PERFORM ECRIRE-PIECE-SUCCESSION
           END-IF

           IF WS-DCD-ETAT (WS-DCD-IDX) = 'P'
               MOVE WS-STATUT-CLIENT TO WS-STATUT-A-ECRIRE
               MOVE FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                    TO WS-SOLDE-A-ECRIRE
           ELSE
               MOVE 'C' TO WS-STATUT-A-ECRIRE
               MOVE "0.00" TO WS-SOLDE-A-ECRIRE
           END-IF
           MOVE WS-DCD-COMPTE (WS-DCD-IDX) TO FS-ID-CLIENT
           PERFORM RECOMPOSER-ENREGISTREMENT
           REWRITE FS-LIGNE-CLIENT
           IF WS-FS-CLIENT = "00"
               MOVE FS-ID-CLIENT TO WS-HIS-ID
               IF WS-DCD-ETAT (WS-DCD-IDX) = 'R'
                   ADD 1 TO WS-NB-REGLES
                   MOVE "STATUT" TO WS-HIS-CHAMP
                   MOVE "C" TO WS-HIS-APRES
                   CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                        WS-HIS-AVANT WS-HIS-APRES
               END-IF
               MOVE "SOLDE" TO WS-HIS-CHAMP
               MOVE WS-SOLDE-TEXTE TO WS-HIS-AVANT
               IF WS-SOLDE-NEGATIF = 'Y'
                   MOVE SPACES TO WS-HIS-AVANT
                   STRING "-" DELIMITED BY SIZE
                          WS-SOLDE-TEXTE DELIMITED BY SPACE
                          INTO WS-HIS-AVANT
                   END-STRING
               END-IF
               MOVE WS-SOLDE-A-ECRIRE TO WS-HIS-APRES
               CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                    WS-HIS-AVANT WS-HIS-APRES
               IF WS-DCD-ETAT (WS-DCD-IDX) = 'R'
                   PERFORM IMPRIMER-RELEVE-FINAL
               END-IF
           ELSE
               DISPLAY "Erreur reecriture compte " FS-ID-CLIENT
                       " : " WS-FS-CLIENT
               MOVE "SOLDER-UN-COMPTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT        TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       CREDITER-NOTAIRE.
      *>   Le solde net arrive au compte du notaire par une piece 'C'
      *>   ordinaire ; son statut et son bloc adresse sont conserves.
           MOVE WS-COMPTE-NOTAIRE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Compte du notaire " WS-COMPTE-NOTAIRE
                           " disparu -- versement a reprendre"
                   MOVE "CREDITER-NOTAIRE" TO WS-EXC-PARAGRAPHE
                   MOVE "INCONNU"           TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           PERFORM DECODER-ENREGISTREMENT
           MOVE 'C' TO WS-TYPE-PIECE
           MOVE WS-NET-SUCCESSION TO WS-MONTANT
           COMPUTE WS-SOLDE-APRES = WS-SOLDE-AVANT + WS-MONTANT
           MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
           MOVE WS-SOLDE-APRES TO WS-SOLDE-APRES-EDIT
           MOVE WS-COMPTE-NOTAIRE TO WS-COMPTE-PIECE
           PERFORM ECRIRE-PIECE-SUCCESSION

           MOVE WS-STATUT-CLIENT TO WS-STATUT-A-ECRIRE
           MOVE FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                TO WS-SOLDE-A-ECRIRE
           MOVE WS-COMPTE-NOTAIRE TO FS-ID-CLIENT
           PERFORM RECOMPOSER-ENREGISTREMENT
           REWRITE FS-LIGNE-CLIENT
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur reecriture compte " WS-COMPTE-NOTAIRE
                       " : " WS-FS-CLIENT
               MOVE "CREDITER-NOTAIRE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT        TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-PIECE-SUCCESSION.
      *>   WS-COMPTE-PIECE, WS-TYPE-PIECE, WS-MONTANT et les soldes
      *>   edites avant/apres arrivent renseignes.
           ADD 1 TO WS-SEQ-LIVRE
           MOVE WS-MONTANT TO WS-MONTANT-EDIT
           MOVE SPACES TO LIVRE-LIGNE
           STRING WS-COMPTE-PIECE   DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-SEQ-LIVRE      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-DATE-JOUR      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-TYPE-PIECE     DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-MONTANT-EDIT   DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-AVANT-EDIT)
                                    DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                    DELIMITED BY SIZE
                  "|SUCCESSION "    DELIMITED BY SIZE
                  WS-ID-DEFUNT      DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       IMPRIMER-RELEVE-FINAL.
      *>   Meme disposition que le releve de cloture de
      *>   CLOTURE-COMPTE : en-tete, solde d'ouverture, la piece de
      *>   reglement, solde de cloture (zero). Le releve s'imprime
      *>   par EDITION-ETAT (etat SUCCESSION) et forme un document du
      *>   lot SUCCESSION de l'imprimeur routeur, adresse au notaire
      *>   charge de la succession.
           IF WS-RELEVES-OUVERTS = 'N'
               PERFORM OUVRIR-RELEVES-FINAUX
           END-IF
           MOVE 'D' TO WS-RTG-ACTION
           MOVE "CLOT" TO WS-RTG-TYPE
           MOVE WS-COMPTE-NOTAIRE TO WS-RTG-CLIENT
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU

           MOVE SPACES TO WS-RAP-LIGNE
           STRING "RELEVE DE CLOTURE - COMPTE " DELIMITED BY SIZE
                  FS-ID-CLIENT DELIMITED BY SIZE
                  " LE " DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-SUCCESSION
           MOVE SPACES TO WS-RAP-LIGNE
           STRING "Succession du client " DELIMITED BY SIZE
                  WS-ID-DEFUNT DELIMITED BY SIZE
                  " -- notaire " DELIMITED BY SIZE
                  WS-COMPTE-NOTAIRE DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-SUCCESSION
           MOVE SPACES TO WS-RAP-LIGNE
           STRING "Solde d'ouverture : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-AVANT-EDIT) DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-SUCCESSION
           MOVE "DATE       TYPE  MONTANT      SOLDE APRES"
                TO WS-RAP-LIGNE
           PERFORM SORTIR-LIGNE-SUCCESSION
           IF WS-MONTANT > 0
               MOVE SPACES TO WS-RAP-LIGNE
               STRING WS-DATE-JOUR      DELIMITED BY SIZE
                      "   "             DELIMITED BY SIZE
                      WS-TYPE-PIECE     DELIMITED BY SIZE
                      "     "           DELIMITED BY SIZE
                      WS-MONTANT-EDIT   DELIMITED BY SIZE
                      "   "             DELIMITED BY SIZE
                      WS-ZERO-EDIT      DELIMITED BY SIZE
                      INTO WS-RAP-LIGNE
               END-STRING
               PERFORM SORTIR-LIGNE-SUCCESSION
           ELSE
               MOVE "(aucun mouvement de cloture : solde deja nul)"
                    TO WS-RAP-LIGNE
               PERFORM SORTIR-LIGNE-SUCCESSION
           END-IF
           MOVE "Solde de cloture  : 0.00" TO WS-RAP-LIGNE
           PERFORM SORTIR-LIGNE-SUCCESSION
           MOVE 'D' TO WS-EDT-ACTION
           MOVE WS-SEPARATEUR TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       SORTIR-LIGNE-SUCCESSION.
      *>   Une ligne du releve final part a l'etat (et a la console)
      *>   et au document de l'imprimeur (ignoree si le document a
      *>   ete ecarte faute d'adresse postale valide).
           MOVE 'D' TO WS-EDT-ACTION
           MOVE WS-RAP-LIGNE TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'L' TO WS-RTG-ACTION
           MOVE WS-RAP-LIGNE TO WS-RTG-LIGNE
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       OUVRIR-RELEVES-FINAUX.
      *>   L'etat et le lot ne s'ouvrent qu'au premier compte clos du
      *>   reglement : un reglement qui ne clot rien n'imprime rien.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "SUCCESSION" TO WS-EDT-NOM
           MOVE SPACES TO WS-EDT-TITRE
           STRING "RELEVES DE CLOTURE - SUCCESSION DU CLIENT "
                                    DELIMITED BY SIZE
                  WS-ID-DEFUNT      DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'O' TO WS-RTG-ACTION
           MOVE "SUCCESSION" TO WS-RTG-NOM
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU
           MOVE 'Y' TO WS-RELEVES-OUVERTS.

       *>--------------------------------------------------------------
       FERMER-RELEVES-FINAUX.
           IF WS-RELEVES-OUVERTS = 'Y'
               MOVE 'T' TO WS-EDT-ACTION
               MOVE SPACES TO WS-EDT-LIGNE
               STRING "Comptes clos : " DELIMITED BY SIZE
                      WS-NB-REGLES      DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
               MOVE 'F' TO WS-EDT-ACTION
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
               MOVE 'F' TO WS-RTG-ACTION
               CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                    WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE
                    WS-RTG-RETENU
               MOVE 'N' TO WS-RELEVES-OUVERTS
           END-IF.

       *>--------------------------------------------------------------
       DECODER-ENREGISTREMENT.
           MOVE SPACES TO WS-STATUT-CLIENT
           MOVE SPACES TO WS-SUITE-CLIENT
           MOVE 1 TO WS-PTR-SUITE
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-PREFIXE    COUNT IN WS-PREFIXE-LONG
                    WS-SOLDE-TEXTE COUNT IN WS-SOLDE-LONG
                    WS-STATUT-CLIENT
               WITH POINTER WS-PTR-SUITE
           END-UNSTRING
           IF WS-PTR-SUITE <= LENGTH OF FS-DONNEES-CLIENT
               MOVE FS-DONNEES-CLIENT (WS-PTR-SUITE:)
                    TO WS-SUITE-CLIENT
           END-IF
           IF WS-STATUT-CLIENT NOT = 'A' AND WS-STATUT-CLIENT NOT = 'I'
              AND WS-STATUT-CLIENT NOT = 'C' AND
              WS-STATUT-CLIENT NOT = 'E' AND WS-STATUT-CLIENT NOT = 'F'
              AND WS-STATUT-CLIENT NOT = 'P'
               MOVE 'A' TO WS-STATUT-CLIENT
           END-IF

           MOVE 'N' TO WS-SOLDE-NEGATIF
           IF WS-SOLDE-TEXTE (1:1) = '-'
               MOVE 'Y' TO WS-SOLDE-NEGATIF
               MOVE WS-SOLDE-TEXTE (2:) TO WS-SOLDE-SANS-SIGNE
               MOVE WS-SOLDE-SANS-SIGNE TO WS-SOLDE-TEXTE
           END-IF
           MOVE 0 TO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           UNSTRING WS-SOLDE-TEXTE DELIMITED BY "."
               INTO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           END-UNSTRING
           COMPUTE WS-SOLDE-AVANT =
               WS-SOLDE-ENTIER + (WS-SOLDE-DECIMAL / 100)
           IF WS-SOLDE-NEGATIF = 'Y'
               COMPUTE WS-SOLDE-AVANT = 0 - WS-SOLDE-AVANT
           END-IF.

       *>--------------------------------------------------------------
       RECOMPOSER-ENREGISTREMENT.
      *>   Le prefixe d'identite et le bloc adresse repartent tels
      *>   quels derriere WS-SOLDE-A-ECRIRE et WS-STATUT-A-ECRIRE,
      *>   comme dans les reecritures de MAJ-SOLDE.
           MOVE SPACES TO FS-DONNEES-CLIENT
           IF WS-SUITE-CLIENT = SPACES
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SOLDE-A-ECRIRE)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      WS-STATUT-A-ECRIRE       DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           ELSE
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SOLDE-A-ECRIRE)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      WS-STATUT-A-ECRIRE       DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SUITE-CLIENT)
                                               DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-DOSSIER-DECES.
      *>   Derniere ligne de deces.txt pour WS-ID-DEFUNT.
           MOVE 'N' TO WS-DOS-TROUVE
           MOVE SPACES TO WS-DOS-DATE-DECES WS-DOS-DATE-SAISIE
           MOVE SPACES TO WS-DOS-OPERATEUR WS-DOS-ETAT
           MOVE SPACES TO WS-DOS-NOTAIRE WS-DOS-DATE-REGLE
           OPEN INPUT DECES-FILE
           IF WS-FS-DECES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DECES-FILE
               AT END MOVE "10" TO WS-FS-DECES
           END-READ
           PERFORM UNTIL WS-FS-DECES = "10"
               PERFORM ECLATER-LIGNE-DECES
               IF FUNCTION TRIM (WS-LU-ID-CHAR) IS NUMERIC
                   IF FUNCTION NUMVAL (WS-LU-ID-CHAR) = WS-ID-DEFUNT
                       MOVE 'Y'               TO WS-DOS-TROUVE
                       MOVE WS-LU-DATE-DECES  TO WS-DOS-DATE-DECES
                       MOVE WS-LU-DATE-SAISIE TO WS-DOS-DATE-SAISIE
                       MOVE WS-LU-OPERATEUR   TO WS-DOS-OPERATEUR
                       MOVE WS-LU-ETAT        TO WS-DOS-ETAT
                       MOVE WS-LU-NOTAIRE     TO WS-DOS-NOTAIRE
                       MOVE WS-LU-DATE-REGLE  TO WS-DOS-DATE-REGLE
                   END-IF
               END-IF
               READ DECES-FILE
                   AT END MOVE "10" TO WS-FS-DECES
               END-READ
           END-PERFORM
           CLOSE DECES-FILE.

       *>--------------------------------------------------------------
       ECLATER-LIGNE-DECES.
           MOVE SPACES TO WS-LU-ID-CHAR WS-LU-DATE-DECES
           MOVE SPACES TO WS-LU-DATE-SAISIE WS-LU-OPERATEUR
           MOVE SPACES TO WS-LU-ETAT WS-LU-NOTAIRE WS-LU-DATE-REGLE
           UNSTRING DECES-LIGNE DELIMITED BY "|"
               INTO WS-LU-ID-CHAR WS-LU-DATE-DECES WS-LU-DATE-SAISIE
                    WS-LU-OPERATEUR WS-LU-ETAT WS-LU-NOTAIRE
                    WS-LU-DATE-REGLE
           END-UNSTRING.

       *>--------------------------------------------------------------
       ECRIRE-DOSSIER-DECES.
      *>   Meme idiome d'ajout que PROCURATIONS ; la date du deces et
      *>   l'operateur de la saisie d'origine sont reportes sur la
      *>   ligne de reglement.
           IF WS-DOS-OPERATEUR = SPACES
               MOVE WS-OPERATEUR TO WS-DOS-OPERATEUR
           END-IF
           MOVE SPACES TO DECES-LIGNE
           STRING WS-ID-DEFUNT       DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-DOS-DATE-DECES  DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-DOS-DATE-SAISIE DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-DOS-OPERATEUR   DELIMITED BY SPACE
                  "|"                DELIMITED BY SIZE
                  WS-DOS-ETAT        DELIMITED BY SIZE
                  "|"                DELIMITED BY SIZE
                  WS-DOS-NOTAIRE     DELIMITED BY SPACE
                  "|"                DELIMITED BY SIZE
                  WS-DOS-DATE-REGLE  DELIMITED BY SPACE
                  INTO DECES-LIGNE
           END-STRING
           OPEN INPUT DECES-FILE
           IF WS-FS-DECES = "00"
               CLOSE DECES-FILE
               OPEN EXTEND DECES-FILE
           ELSE
               OPEN OUTPUT DECES-FILE
           END-IF
           WRITE DECES-LIGNE
           CLOSE DECES-FILE.

       *>--------------------------------------------------------------
       IMPRIMER-DOSSIERS.
      *>   Tout le fichier deces.txt, saisies et reglements, par
      *>   EDITION-ETAT.
           MOVE 0 TO WS-NB-DOSSIERS
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "DECES" TO WS-EDT-NOM
           MOVE "DOSSIERS DE DECES ET SUCCESSIONS" TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "CLIENT  DECES     SAISIE    OPERATEUR ETAT NOTAIRE"
                TO WS-EDT-LIGNE
           MOVE "  REGLEMENT" TO WS-EDT-LIGNE (51:11)
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           OPEN INPUT DECES-FILE
           IF WS-FS-DECES = "00"
               READ DECES-FILE
                   AT END MOVE "10" TO WS-FS-DECES
               END-READ
               PERFORM UNTIL WS-FS-DECES = "10"
                   IF DECES-LIGNE NOT = SPACES
                       ADD 1 TO WS-NB-DOSSIERS
                       PERFORM ECLATER-LIGNE-DECES
                       MOVE 'D' TO WS-EDT-ACTION
                       MOVE SPACES TO WS-EDT-LIGNE
                       STRING WS-LU-ID-CHAR     DELIMITED BY SIZE
                              "   "             DELIMITED BY SIZE
                              WS-LU-DATE-DECES  DELIMITED BY SIZE
                              "  "              DELIMITED BY SIZE
                              WS-LU-DATE-SAISIE DELIMITED BY SIZE
                              "  "              DELIMITED BY SIZE
                              WS-LU-OPERATEUR   DELIMITED BY SIZE
                              "  "              DELIMITED BY SIZE
                              WS-LU-ETAT        DELIMITED BY SIZE
                              "    "            DELIMITED BY SIZE
                              WS-LU-NOTAIRE     DELIMITED BY SIZE
                              "    "            DELIMITED BY SIZE
                              WS-LU-DATE-REGLE  DELIMITED BY SIZE
                              INTO WS-EDT-LIGNE
                       END-STRING
                       CALL "EDITION-ETAT" USING WS-EDT-ACTION
                            WS-EDT-NOM WS-EDT-TITRE WS-EDT-LIGNE
                   END-IF
                   READ DECES-FILE
                       AT END MOVE "10" TO WS-FS-DECES
                   END-READ
               END-PERFORM
               CLOSE DECES-FILE
           END-IF

           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Lignes de dossier : " DELIMITED BY SIZE
                  WS-NB-DOSSIERS DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       OUVRIR-GRAND-LIVRE.
      *>   Meme idiome que MAJ-SOLDE : le livre est ouvert en ajout et
      *>   la sequence reprend a la plus haute sequence deja vue.
           MOVE 0 TO WS-SEQ-LIVRE
           OPEN INPUT LIVRE-FILE
           IF WS-FS-LIVRE = "00"
               READ LIVRE-FILE
                   AT END MOVE "10" TO WS-FS-LIVRE
               END-READ
               PERFORM UNTIL WS-FS-LIVRE = "10"
                   PERFORM RELEVER-SEQUENCE-LIVRE
                   READ LIVRE-FILE
                       AT END MOVE "10" TO WS-FS-LIVRE
                   END-READ
               END-PERFORM
               CLOSE LIVRE-FILE
               OPEN EXTEND LIVRE-FILE
           ELSE
               OPEN OUTPUT LIVRE-FILE
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-SEQUENCE-LIVRE.
           MOVE SPACES TO WS-SEQ-COMPTE-X WS-SEQ-CHAMP-X
           UNSTRING LIVRE-LIGNE DELIMITED BY "|"
               INTO WS-SEQ-COMPTE-X WS-SEQ-CHAMP-X
           END-UNSTRING
           IF FUNCTION TRIM (WS-SEQ-CHAMP-X) IS NUMERIC
               IF FUNCTION NUMVAL (WS-SEQ-CHAMP-X) > WS-SEQ-LIVRE
                   COMPUTE WS-SEQ-LIVRE =
                       FUNCTION NUMVAL (WS-SEQ-CHAMP-X)
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
      *>   sur les sorties d'erreur traitees, pour ne pas laisser les
      *>   autres postes bloques sur un incident deja annonce.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.

       *>--------------------------------------------------------------
       INDEXER-PIECE-LIVRE.
      *>   La ligne qui vient d'etre ecrite au livre texte passe a
      *>   l'index du grand livre.
           MOVE 'A' TO WS-ILV-ACTION
           MOVE LIVRE-LIGNE TO WS-ILV-LIGNE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.

       *>--------------------------------------------------------------
       FERMER-INDEX-LIVRE.
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.
