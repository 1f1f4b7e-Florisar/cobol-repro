       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSAGE-PERTE.

      *----------------------------------------------------------------
      * Nom du programme : PASSAGE-PERTE
      * Description    : Passage en perte d'une creance irrecouvrable
      *                  -- dernier stade du recouvrement tenu par
      *                  RECOUVREMENT. L'ecran liste les comptes au
      *                  contentieux (etape '4' de recouvrement.txt) ;
      *                  le compte choisi doit encore etre debiteur.
      *                  Le passage se fait sous le double regard d'un
      *                  SECOND operateur, superviseur (role 'S'), qui
      *                  s'authentifie contre operateurs.txt comme dans
      *                  APPROBATIONS (celui de la session ne peut pas
      *                  contresigner). Le solde debiteur est alors
      *                  solde par deux pieces du grand livre : credit
      *                  du client (solde a zero) et debit du compte de
      *                  pertes COMPTE-PERTES (compte technique, ligne
      *                  'L' du plan comptable, voir LIRE-PLAN-GL). Le
      *                  compte passe au statut 'P' (passe en perte),
      *                  de meme que la fiche de son titulaire s'il en
      *                  est distinct : MAJ-SOLDE refuse des lors tout
      *                  debit sur les comptes du client, les
      *                  versements restant acceptes. La ligne du
      *                  compte sort de recouvrement.txt. La decision
      *                  est tracee dans approbations_journal.txt avec
      *                  les deux identifiants et part sur l'etat
      *                  PERTES.
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

           SELECT LIVRE-FILE
              ASSIGN TO "grand_livre.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIVRE.

           SELECT RECOUVR-FILE
              ASSIGN TO "recouvrement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECOUVR.

           SELECT RECOUVR-TRV-FILE
              ASSIGN TO "recouvrement.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RECOUVR-TRV.

           SELECT JOURNAL-FILE
              ASSIGN TO "approbations_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

           SELECT OPERATEURS-FILE
              ASSIGN TO "operateurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OPERATEURS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

      *>   Comptes en recouvrement, tenus par RECOUVREMENT :
      *>   "COMPTE|ETAPE|DATE-ETAPE|JOURS-NEGATIFS".
       FD RECOUVR-FILE.
       01 RECOUVR-LIGNE PIC X(40).

       FD RECOUVR-TRV-FILE.
       01 RECOUVR-TRV-LIGNE PIC X(40).

       FD JOURNAL-FILE.
       01 JOURNAL-LIGNE PIC X(132).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       FD OPERATEURS-FILE.
       01 OPERATEUR-LIGNE PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-FS-RECOUVR       PIC XX.
       01 WS-FS-RECOUVR-TRV   PIC XX.
       01 WS-FS-JOURNAL       PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-FS-OPERATEURS    PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

      *>   Compte de pertes, configurable via le magasin central de
      *>   parametres ; la valeur par defaut est conservee si la cle
      *>   est absente.
       01 WS-COMPTE-PERTES    PIC 9(5) VALUE 99995.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   en place quand la cle est absente.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.
       01 WS-SEQ-LIVRE        PIC 9(7) VALUE 0.
       01 WS-SEQ-COMPTE-X     PIC X(5).
       01 WS-SEQ-CHAMP-X      PIC X(7).

       01 WS-COMPTE-A-PASSER  PIC 9(5) VALUE 0.
       01 WS-CONFIRME         PIC X(1).

      *>   Comptes au contentieux lus dans recouvrement.txt.
       01 WS-RCV-ID-CHAR      PIC X(5).
       01 WS-RCV-ETAPE-LUE    PIC X(1).
       01 WS-RCV-DATE-LUE     PIC X(8).
       01 WS-RCV-JOURS-LUS    PIC X(3).
       01 WS-ETAPE-COMPTE     PIC X(1).
       01 WS-NB-CONTENTIEUX   PIC 9(5) VALUE 0.

      *>   Decoupage et recomposition du solde, signe compris -- meme
      *>   logique que RECALCULER-SOLDE dans MAJ-SOLDE.
       01 WS-PREFIXE          PIC X(120).
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-SOLDE-ORIGINE    PIC X(12).
       01 WS-SOLDE-LONG       PIC 9(3) VALUE 0.
       01 WS-SOLDE-ENTIER     PIC 9(7) VALUE 0.
       01 WS-SOLDE-DECIMAL    PIC 9(2) VALUE 0.
       01 WS-SOLDE-NEGATIF    PIC X(1).
       01 WS-SOLDE-SANS-SIGNE PIC X(12).
       01 WS-STATUT-CLIENT    PIC X(1).
       01 WS-SOLDE-AVANT      PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-AVANT-EDIT PIC -9(7).99.
       01 WS-PERTE            PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-EDIT     PIC 9(7).99.
       01 WS-PERTE-NEG-EDIT   PIC -9(7).99.
       01 WS-STATUT-TITULAIRE PIC X(1).

      *>   Double regard : second operateur authentifie, superviseur.
       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-SECOND-OPER      PIC X(8) VALUE SPACES.
       01 WS-SECOND-CODE      PIC X(8) VALUE SPACES.
       01 WS-SECOND-VALIDE    PIC X(1) VALUE 'N'.
       01 WS-SECOND-ROLE      PIC X(1) VALUE SPACE.
       01 WS-NB-ESSAIS        PIC 9(1) VALUE 0.

      *>   Champs de la ligne d'operateurs.txt, memes dispositions
      *>   que EXAMINER-LIGNE-OPERATEUR dans MENU.
       01 WS-OPER-ID          PIC X(8).
       01 WS-OPER-CODE        PIC X(10).
       01 WS-OPER-ROLE        PIC X(1).
       01 WS-OPER-STATUT      PIC X(1).
       01 WS-OPER-DATE-CHGT   PIC X(8).
       01 WS-OPER-FORCER      PIC X(1).

      *>   Champs passes a EMPREINTE-OPER : zones de la bonne
      *>   taille, pas des litteraux.
       01 WS-EMO-ID           PIC X(8).
       01 WS-EMO-CODE         PIC X(8).
       01 WS-EMO-EMPREINTE    PIC 9(9).

       01 WS-DATE-TRACE       PIC 9(8).
       01 WS-HEURE-TRACE      PIC 9(8).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a COMPTE-REGISTRE (registre des comptes) :
      *>   la fiche du titulaire est marquee avec le compte.
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a HISTO-CLIENT (historique avant/apres du
      *>   maitre clients) : le passage en perte laisse sa trace.
       01 WS-HIS-ID           PIC 9(5).
       01 WS-HIS-CHAMP        PIC X(12).
       01 WS-HIS-AVANT        PIC X(60).
       01 WS-HIS-APRES        PIC X(60).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "PASSAGE-PERTE".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : le maitre clients et recouvrement.txt sont
      *>   reecrits, deux verrous sont pris.
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

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "PASSAGE EN PERTE D'UNE CREANCE IRRECOUVRABLE"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION

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
           MOVE "RECOUVR" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE "CLIENTS" TO WS-VRT-NOM
              PERFORM LIBERER-VERROU-TRAITEMENT
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LIRE-CONFIGURATION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           PERFORM LISTER-CONTENTIEUX
           IF WS-NB-CONTENTIEUX = 0
               DISPLAY "Aucun compte au contentieux"
           ELSE
               MOVE "Numero du compte a passer en perte :"
                    TO WS-LIBELLE-SAISIE
               MOVE 1     TO WS-BORNE-MIN-SAISIE
               MOVE 99999 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-COMPTE-A-PASSER
               PERFORM PASSER-EN-PERTE
           END-IF

           PERFORM LIBERER-VERROU-TRAITEMENT
           MOVE "CLIENTS" TO WS-VRT-NOM
           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "COMPTE-PERTES" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-COMPTE-PERTES
           END-IF
           .

       *>--------------------------------------------------------------
       LIRE-OPERATEUR-SESSION.
      *>   L'operateur de la session est celui pose par MENU a
      *>   l'ouverture -- il ne pourra pas contresigner lui-meme.
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
           END-IF.

       *>--------------------------------------------------------------
       LISTER-CONTENTIEUX.
           MOVE 0 TO WS-NB-CONTENTIEUX
           OPEN INPUT RECOUVR-FILE
           IF WS-FS-RECOUVR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPTE  AU CONTENTIEUX DEPUIS  JOURS EN NEGATIF"
           DISPLAY WS-SEPARATEUR
           READ RECOUVR-FILE
               AT END MOVE "10" TO WS-FS-RECOUVR
           END-READ
           PERFORM UNTIL WS-FS-RECOUVR = "10"
               MOVE SPACES TO WS-RCV-ID-CHAR WS-RCV-ETAPE-LUE
               MOVE SPACES TO WS-RCV-DATE-LUE WS-RCV-JOURS-LUS
               UNSTRING RECOUVR-LIGNE DELIMITED BY "|"
                   INTO WS-RCV-ID-CHAR WS-RCV-ETAPE-LUE
                        WS-RCV-DATE-LUE WS-RCV-JOURS-LUS
               END-UNSTRING
               IF WS-RCV-ETAPE-LUE = '4'
                   ADD 1 TO WS-NB-CONTENTIEUX
                   DISPLAY WS-RCV-ID-CHAR "   " WS-RCV-DATE-LUE
                           "               " WS-RCV-JOURS-LUS
               END-IF
               READ RECOUVR-FILE
                   AT END MOVE "10" TO WS-FS-RECOUVR
               END-READ
           END-PERFORM
           CLOSE RECOUVR-FILE
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       CHERCHER-ETAPE-COMPTE.
      *>   Etape du compte choisi dans recouvrement.txt ; la derniere
      *>   occurrence gagne, espace s'il n'y figure pas.
           MOVE SPACE TO WS-ETAPE-COMPTE
           OPEN INPUT RECOUVR-FILE
           IF WS-FS-RECOUVR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RECOUVR-FILE
               AT END MOVE "10" TO WS-FS-RECOUVR
           END-READ
           PERFORM UNTIL WS-FS-RECOUVR = "10"
               MOVE SPACES TO WS-RCV-ID-CHAR WS-RCV-ETAPE-LUE
               UNSTRING RECOUVR-LIGNE DELIMITED BY "|"
                   INTO WS-RCV-ID-CHAR WS-RCV-ETAPE-LUE
               END-UNSTRING
               IF WS-RCV-ID-CHAR IS NUMERIC
                   IF WS-RCV-ID-CHAR = WS-COMPTE-A-PASSER
                       MOVE WS-RCV-ETAPE-LUE TO WS-ETAPE-COMPTE
                   END-IF
               END-IF
               READ RECOUVR-FILE
                   AT END MOVE "10" TO WS-FS-RECOUVR
               END-READ
           END-PERFORM
           CLOSE RECOUVR-FILE.

       *>--------------------------------------------------------------
       PASSER-EN-PERTE.
           PERFORM CHERCHER-ETAPE-COMPTE
           IF WS-ETAPE-COMPTE NOT = '4'
               DISPLAY "Compte " WS-COMPTE-A-PASSER
                       " pas au contentieux -- rien n'est fait"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "PASSER-EN-PERTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT      TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COMPTE-A-PASSER TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Compte " WS-COMPTE-A-PASSER
                           " introuvable -- rien n'est fait"
                   CLOSE CLIENT-FILE
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ

           PERFORM DECODER-ENREGISTREMENT
           IF WS-STATUT-CLIENT = 'P'
               DISPLAY "Compte " WS-COMPTE-A-PASSER
                       " deja passe en perte -- rien n'est fait"
               CLOSE CLIENT-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   Revenu au positif depuis le dernier passage de
      *>   RECOUVREMENT : plus rien a passer en perte.
           IF WS-SOLDE-AVANT NOT < 0
               DISPLAY "Compte " WS-COMPTE-A-PASSER
                       " non debiteur -- rien n'est fait"
               CLOSE CLIENT-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PERTE = 0 - WS-SOLDE-AVANT
           MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
           MOVE WS-PERTE TO WS-MONTANT-EDIT

           DISPLAY "Solde debiteur           : " WS-SOLDE-AVANT-EDIT
           DISPLAY "Perte a constater        : " WS-MONTANT-EDIT
           DISPLAY "Compte de pertes         : " WS-COMPTE-PERTES
           DISPLAY "Confirmer le passage en perte du compte "
                   WS-COMPTE-A-PASSER " ? (O/N) :"
           ACCEPT WS-CONFIRME
           IF WS-CONFIRME NOT = 'O' AND WS-CONFIRME NOT = 'o'
               DISPLAY "Passage en perte abandonne -- rien n'est "
                       "touche"
               CLOSE CLIENT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM OBTENIR-DOUBLE-REGARD
           IF WS-SECOND-VALIDE = 'N'
               DISPLAY "Pas de second regard superviseur valide -- "
                       "rien n'est fait"
               CLOSE CLIENT-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM OUVRIR-GRAND-LIVRE
           PERFORM ECRIRE-PIECES-PERTE
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE

           PERFORM REECRIRE-COMPTE-PERTE
           PERFORM MARQUER-TITULAIRE
           CLOSE CLIENT-FILE
           PERFORM RETIRER-DU-RECOUVREMENT
           PERFORM JOURNALISER-DECISION
           PERFORM IMPRIMER-PASSAGE-PERTE.

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
           MOVE WS-SOLDE-TEXTE TO WS-SOLDE-ORIGINE

           MOVE 'N' TO WS-SOLDE-NEGATIF
           IF WS-SOLDE-TEXTE (1:1) = '-'
               MOVE 'Y' TO WS-SOLDE-NEGATIF
               MOVE WS-SOLDE-TEXTE (2:) TO WS-SOLDE-SANS-SIGNE
               MOVE WS-SOLDE-SANS-SIGNE TO WS-SOLDE-TEXTE
           END-IF
           MOVE 0 TO WS-SOLDE-ENTIER
           MOVE 0 TO WS-SOLDE-DECIMAL
           UNSTRING WS-SOLDE-TEXTE DELIMITED BY "."
               INTO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           END-UNSTRING
           COMPUTE WS-SOLDE-AVANT =
               WS-SOLDE-ENTIER + (WS-SOLDE-DECIMAL / 100)
           IF WS-SOLDE-NEGATIF = 'Y'
               COMPUTE WS-SOLDE-AVANT = 0 - WS-SOLDE-AVANT
           END-IF.

       *>--------------------------------------------------------------
       OBTENIR-DOUBLE-REGARD.
      *>   Le passage en perte exige un SECOND operateur, superviseur,
      *>   qui s'authentifie vraiment : identifiant refuse s'il est
      *>   celui de la session, code verifie contre operateurs.txt
      *>   comme dans APPROBATIONS, puis role 'S' exige. Trois essais,
      *>   comme au MENU.
           MOVE 0 TO WS-NB-ESSAIS
           MOVE 'N' TO WS-SECOND-VALIDE
           PERFORM UNTIL WS-SECOND-VALIDE = 'Y' OR WS-NB-ESSAIS >= 3
               ADD 1 TO WS-NB-ESSAIS
               DISPLAY "Identifiant du superviseur :"
               MOVE SPACES TO WS-SECOND-OPER
               ACCEPT WS-SECOND-OPER
               IF WS-SECOND-OPER = WS-OPER-SESSION
                   DISPLAY "Le superviseur doit differer de "
                           "l'operateur de la session"
               ELSE
                   DISPLAY "Code du superviseur :"
                   MOVE SPACES TO WS-SECOND-CODE
                   ACCEPT WS-SECOND-CODE
                   PERFORM VERIFIER-SECOND-OPERATEUR
                   IF WS-SECOND-VALIDE = 'N'
                       DISPLAY "Operateur inconnu, desactive ou "
                               "code errone"
                   ELSE
                       IF WS-SECOND-ROLE NOT = 'S'
                           MOVE 'N' TO WS-SECOND-VALIDE
                           DISPLAY "Operateur " WS-SECOND-OPER
                                   " non superviseur -- contreseing "
                                   "refuse"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       VERIFIER-SECOND-OPERATEUR.
      *>   Le contresignataire existe-t-il, est-il actif, et son
      *>   code est-il le bon ? Meme lecture d'operateurs.txt que
      *>   APPROBATIONS ; le role de la ligne retenue est garde.
           MOVE 'N' TO WS-SECOND-VALIDE
           MOVE SPACE TO WS-SECOND-ROLE
           OPEN INPUT OPERATEURS-FILE
           IF WS-FS-OPERATEURS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ OPERATEURS-FILE
               AT END MOVE "10" TO WS-FS-OPERATEURS
           END-READ
           PERFORM UNTIL WS-FS-OPERATEURS = "10" OR
                    WS-SECOND-VALIDE = 'Y'
               PERFORM EXAMINER-LIGNE-SECOND
               READ OPERATEURS-FILE
                   AT END MOVE "10" TO WS-FS-OPERATEURS
               END-READ
           END-PERFORM
           CLOSE OPERATEURS-FILE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-SECOND.
           MOVE SPACES TO WS-OPER-ID WS-OPER-CODE WS-OPER-ROLE
           MOVE SPACES TO WS-OPER-STATUT WS-OPER-DATE-CHGT
           MOVE SPACES TO WS-OPER-FORCER
           UNSTRING OPERATEUR-LIGNE DELIMITED BY "|"
               INTO WS-OPER-ID WS-OPER-CODE WS-OPER-ROLE
                    WS-OPER-STATUT WS-OPER-DATE-CHGT
                    WS-OPER-FORCER
           END-UNSTRING
           IF WS-OPER-ID NOT = WS-SECOND-OPER OR
              WS-OPER-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM (WS-OPER-CODE) IS NUMERIC AND
              WS-OPER-STATUT NOT = SPACES
               IF WS-OPER-STATUT = 'D'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SECOND-OPER TO WS-EMO-ID
               MOVE WS-SECOND-CODE TO WS-EMO-CODE
               CALL "EMPREINTE-OPER" USING WS-EMO-ID WS-EMO-CODE
                    WS-EMO-EMPREINTE
               IF FUNCTION NUMVAL (WS-OPER-CODE) = WS-EMO-EMPREINTE
                   MOVE 'Y' TO WS-SECOND-VALIDE
               END-IF
           ELSE
               IF WS-OPER-CODE (1:8) = WS-SECOND-CODE
                   MOVE 'Y' TO WS-SECOND-VALIDE
               END-IF
           END-IF
           IF WS-SECOND-VALIDE = 'Y'
               MOVE WS-OPER-ROLE TO WS-SECOND-ROLE
           END-IF.

       *>--------------------------------------------------------------
       OUVRIR-GRAND-LIVRE.
      *>   Meme idiome que MAJ-SOLDE : le livre est ouvert en ajout et
      *>   la sequence reprend a la plus grande sequence deja ecrite.
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
       ECRIRE-PIECES-PERTE.
      *>   Credit du client (solde ramene a zero), puis debit du
      *>   compte de pertes -- compte technique hors clients.csv,
      *>   comme le compte de consignation de DESHERENCE. Chaque
      *>   piece porte le libelle "PERTE <autre compte>" : un credit
      *>   sans libelle serait pris pour un versement d'especes par
      *>   VIGILANCE-LCB.
           MOVE WS-PERTE TO WS-MONTANT-EDIT
           COMPUTE WS-PERTE-NEG-EDIT = 0 - WS-PERTE
           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING FS-ID-CLIENT    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-SEQ-LIVRE    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-DATE-JOUR    DELIMITED BY SIZE
                  "|C|"           DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-AVANT-EDIT)
                                  DELIMITED BY SIZE
                  "|0.00"         DELIMITED BY SIZE
                  "|PERTE "       DELIMITED BY SIZE
                  WS-COMPTE-PERTES DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE

           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING WS-COMPTE-PERTES DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-SEQ-LIVRE     DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-DATE-JOUR     DELIMITED BY SIZE
                  "|D|"            DELIMITED BY SIZE
                  WS-MONTANT-EDIT  DELIMITED BY SIZE
                  "|0.00|"         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PERTE-NEG-EDIT)
                                   DELIMITED BY SIZE
                  "|PERTE "        DELIMITED BY SIZE
                  FS-ID-CLIENT     DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       REECRIRE-COMPTE-PERTE.
      *>   Solde a 0.00 et statut 'P' ; le prefixe d'identite et le
      *>   bloc adresse sont conserves tels quels, comme le font les
      *>   reecritures de MAJ-SOLDE.
           MOVE SPACES TO FS-DONNEES-CLIENT
           IF WS-SUITE-CLIENT = SPACES
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|0.00|P"                DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           ELSE
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|0.00|P|"               DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SUITE-CLIENT)
                                               DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           END-IF
           REWRITE FS-LIGNE-CLIENT
           IF WS-FS-CLIENT = "00"
               DISPLAY "Compte " WS-COMPTE-A-PASSER " passe en perte"
               MOVE WS-COMPTE-A-PASSER TO WS-HIS-ID
               MOVE "STATUT" TO WS-HIS-CHAMP
               MOVE WS-STATUT-CLIENT TO WS-HIS-AVANT
               MOVE "P" TO WS-HIS-APRES
               CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                    WS-HIS-AVANT WS-HIS-APRES
               MOVE "SOLDE" TO WS-HIS-CHAMP
               MOVE WS-SOLDE-ORIGINE TO WS-HIS-AVANT
               MOVE "0.00" TO WS-HIS-APRES
               CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                    WS-HIS-AVANT WS-HIS-APRES
           ELSE
               DISPLAY "Erreur reecriture compte " WS-COMPTE-A-PASSER
                       " : " WS-FS-CLIENT
               MOVE "REECRIRE-PERTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT     TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       MARQUER-TITULAIRE.
      *>   Le client lui-meme est marque : la fiche du titulaire (s'il
      *>   est distinct du compte, voir COMPTE-REGISTRE) passe aussi
      *>   en 'P', son solde restant tel quel. Une fiche close, en
      *>   desherence, figee au deces ou deja en perte garde sa marque.
           MOVE WS-COMPTE-A-PASSER TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TITULAIRE = WS-COMPTE-A-PASSER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRG-TITULAIRE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-STATUT-TITULAIRE
           MOVE SPACES TO WS-SUITE-CLIENT
           MOVE 1 TO WS-PTR-SUITE
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-PREFIXE    COUNT IN WS-PREFIXE-LONG
                    WS-SOLDE-TEXTE COUNT IN WS-SOLDE-LONG
                    WS-STATUT-TITULAIRE
               WITH POINTER WS-PTR-SUITE
           END-UNSTRING
           IF WS-PTR-SUITE <= LENGTH OF FS-DONNEES-CLIENT
               MOVE FS-DONNEES-CLIENT (WS-PTR-SUITE:)
                    TO WS-SUITE-CLIENT
           END-IF
           IF WS-STATUT-TITULAIRE = 'C' OR WS-STATUT-TITULAIRE = 'E'
              OR WS-STATUT-TITULAIRE = 'F'
              OR WS-STATUT-TITULAIRE = 'P'
               EXIT PARAGRAPH
           END-IF
           IF WS-SOLDE-LONG = 0
               MOVE "0.00" TO WS-SOLDE-TEXTE
               MOVE 4 TO WS-SOLDE-LONG
           END-IF

           MOVE SPACES TO FS-DONNEES-CLIENT
           IF WS-SUITE-CLIENT = SPACES
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      WS-SOLDE-TEXTE (1 : WS-SOLDE-LONG)
                                               DELIMITED BY SIZE
                      "|P"                     DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           ELSE
               STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                      "|"                      DELIMITED BY SIZE
                      WS-SOLDE-TEXTE (1 : WS-SOLDE-LONG)
                                               DELIMITED BY SIZE
                      "|P|"                    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SUITE-CLIENT)
                                               DELIMITED BY SIZE
                      INTO FS-DONNEES-CLIENT
               END-STRING
           END-IF
           REWRITE FS-LIGNE-CLIENT
           IF WS-FS-CLIENT = "00"
               DISPLAY "Client titulaire " WS-CRG-TITULAIRE
                       " marque passe en perte"
               MOVE WS-CRG-TITULAIRE TO WS-HIS-ID
               MOVE "STATUT" TO WS-HIS-CHAMP
               MOVE WS-STATUT-TITULAIRE TO WS-HIS-AVANT
               MOVE "P" TO WS-HIS-APRES
               CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                    WS-HIS-AVANT WS-HIS-APRES
           ELSE
               DISPLAY "Erreur reecriture client " WS-CRG-TITULAIRE
                       " : " WS-FS-CLIENT
               MOVE "MARQUER-TITULAIRE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT        TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF.

       *>--------------------------------------------------------------
       RETIRER-DU-RECOUVREMENT.
      *>   La ligne du compte sort de recouvrement.txt ; le reste est
      *>   reecrit par fichier de travail, sans table en memoire ni
      *>   plafond.
           OPEN INPUT RECOUVR-FILE
           IF WS-FS-RECOUVR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RECOUVR-TRV-FILE
           READ RECOUVR-FILE
               AT END MOVE "10" TO WS-FS-RECOUVR
           END-READ
           PERFORM UNTIL WS-FS-RECOUVR = "10"
               MOVE SPACES TO WS-RCV-ID-CHAR
               UNSTRING RECOUVR-LIGNE DELIMITED BY "|"
                   INTO WS-RCV-ID-CHAR
               END-UNSTRING
               IF WS-RCV-ID-CHAR NOT = WS-COMPTE-A-PASSER
                   MOVE RECOUVR-LIGNE TO RECOUVR-TRV-LIGNE
                   WRITE RECOUVR-TRV-LIGNE
               END-IF
               READ RECOUVR-FILE
                   AT END MOVE "10" TO WS-FS-RECOUVR
               END-READ
           END-PERFORM
           CLOSE RECOUVR-FILE
           CLOSE RECOUVR-TRV-FILE

           OPEN OUTPUT RECOUVR-FILE
           OPEN INPUT RECOUVR-TRV-FILE
           READ RECOUVR-TRV-FILE
               AT END MOVE "10" TO WS-FS-RECOUVR-TRV
           END-READ
           PERFORM UNTIL WS-FS-RECOUVR-TRV = "10"
               MOVE RECOUVR-TRV-LIGNE TO RECOUVR-LIGNE
               WRITE RECOUVR-LIGNE
               READ RECOUVR-TRV-FILE
                   AT END MOVE "10" TO WS-FS-RECOUVR-TRV
               END-READ
           END-PERFORM
           CLOSE RECOUVR-TRV-FILE
           CLOSE RECOUVR-FILE.

       *>--------------------------------------------------------------
       JOURNALISER-DECISION.
      *>   La decision laisse sa trace avec les deux operateurs, dans
      *>   le meme journal que les decisions d'APPROBATIONS.
           ACCEPT WS-DATE-TRACE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-TRACE FROM TIME
           MOVE SPACES TO JOURNAL-LIGNE
           STRING WS-DATE-TRACE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-HEURE-TRACE DELIMITED BY SIZE
                  " OPERATEUR="  DELIMITED BY SIZE
                  WS-OPER-SESSION DELIMITED BY SIZE
                  " SECOND="     DELIMITED BY SIZE
                  WS-SECOND-OPER DELIMITED BY SIZE
                  " DECISION=P"  DELIMITED BY SIZE
                  " PERTE COMPTE=" DELIMITED BY SIZE
                  WS-COMPTE-A-PASSER DELIMITED BY SIZE
                  " MONTANT="    DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  INTO JOURNAL-LIGNE
           END-STRING
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JOURNAL = "00"
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-LIGNE
           CLOSE JOURNAL-FILE.

       *>--------------------------------------------------------------
       IMPRIMER-PASSAGE-PERTE.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "PERTES" TO WS-EDT-NOM
           MOVE "PASSAGES EN PERTE DE CREANCES IRRECOUVRABLES"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "PERTE : compte " DELIMITED BY SIZE
                  WS-COMPTE-A-PASSER DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MONTANT-EDIT) DELIMITED BY SIZE
                  " passes au compte de pertes " DELIMITED BY SIZE
                  WS-COMPTE-PERTES DELIMITED BY SIZE
                  " -- operateur " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPER-SESSION) DELIMITED BY SIZE
                  ", superviseur " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SECOND-OPER) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement nomme dans WS-VRT-NOM --
      *>   appele en fin normale comme sur les sorties d'erreur.
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
