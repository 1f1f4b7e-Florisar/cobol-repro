       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILTRAGE.

      *----------------------------------------------------------------
      * Nom du programme : FILTRAGE
      * Description    : Ecran conformite de la liste de surveillance
      *                  -- liste les dossiers mis en attente par
      *                  CRIBLAGE dans filtrage_attente.txt (nouveaux
      *                  clients de MAIN et de TEST-CLIENT, credits
      *                  recus par TRAD-COMPENSATION), et libere ou
      *                  rejette chacun. Un dossier libere est repris
      *                  par son programme d'origine a son prochain
      *                  passage, sans nouveau filtrage ; un dossier
      *                  rejete reste dans la file pour memoire. Chaque
      *                  decision est tracee dans filtrage_journal.txt
      *                  avec l'identifiant de l'operateur, comme
      *                  approbations_journal.txt. Tient aussi la liste
      *                  liste_surveillance.txt
      *                  "NOM|PRENOM|DATE-NAISSANCE|SOURCE".
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILTRAGE-FILE
              ASSIGN TO "filtrage_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE.

           SELECT FILTRAGE-TRV-FILE
              ASSIGN TO "filtrage_attente.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE-TRV.

           SELECT LISTE-FILE
              ASSIGN TO "liste_surveillance.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LISTE.

           SELECT JOURNAL-FILE
              ASSIGN TO "filtrage_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

       DATA DIVISION.
       FILE SECTION.
       FD FILTRAGE-FILE.
       01 FLT-REC.
           COPY FILTREC.

       FD FILTRAGE-TRV-FILE.
       01 FILTRAGE-TRV-LIGNE PIC X(328).

       FD LISTE-FILE.
       01 LISTE-LIGNE PIC X(120).

       FD JOURNAL-FILE.
       01 JOURNAL-LIGNE PIC X(132).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-FILTRAGE      PIC XX.
       01 WS-FS-FILTRAGE-TRV  PIC XX.
       01 WS-FS-LISTE         PIC XX.
       01 WS-FS-JOURNAL       PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-DECISION         PIC X(1).

       01 WS-NB-EN-ATTENTE    PIC 9(5) VALUE 0.
       01 WS-NO-AFFICHE       PIC 9(5) VALUE 0.
       01 WS-NO-CHOISI        PIC 9(5) VALUE 0.
       01 WS-NO-PARCOURS      PIC 9(5) VALUE 0.
       01 WS-LIGNE-TROUVEE    PIC X(1).
       01 WS-DOSSIER-CHOISI   PIC X(328).
       01 WS-LIB-ORIGINE      PIC X(12).

      *>   Nouvelle entree de la liste de surveillance.
       01 WS-LST-NOM          PIC X(40).
       01 WS-LST-PRENOM       PIC X(20).
       01 WS-LST-NAISSANCE    PIC X(10).
       01 WS-LST-SOURCE       PIC X(20).

       01 WS-DATE-TRACE       PIC 9(8).
       01 WS-HEURE-TRACE      PIC 9(8).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "FILTRAGE LISTE DE SURVEILLANCE"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Dossiers en attente"
               DISPLAY "2 = Liberer ou rejeter un dossier"
               DISPLAY "3 = Ajouter une entree a la liste"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM LISTER-ATTENTES
                   WHEN '2'
                       PERFORM DECIDER-UN-DOSSIER
                   WHEN '3'
                       PERFORM AJOUTER-ENTREE-LISTE
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
               DISPLAY "Voulez-vous continuer ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-OPERATEUR-SESSION.
      *>   L'operateur de la session est celui pose par MENU a
      *>   l'ouverture ; c'est lui qui signe les decisions.
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
       LISTER-ATTENTES.
      *>   Seuls les dossiers en attente ('A') sont numerotes : c'est
      *>   ce numero d'ordre que DECIDER-UN-DOSSIER demande.
           MOVE 0 TO WS-NB-EN-ATTENTE
           OPEN INPUT FILTRAGE-FILE
           IF WS-FS-FILTRAGE NOT = "00"
               DISPLAY "Aucun dossier en attente"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO     DOSSIER    ORIGINE      DATE     IDENTITE"
           DISPLAY WS-SEPARATEUR
           READ FILTRAGE-FILE
               AT END MOVE "10" TO WS-FS-FILTRAGE
           END-READ
           PERFORM UNTIL WS-FS-FILTRAGE = "10"
               IF FLT-ETAT = 'A'
                   ADD 1 TO WS-NB-EN-ATTENTE
                   MOVE WS-NB-EN-ATTENTE TO WS-NO-AFFICHE
                   PERFORM LIBELLER-ORIGINE
                   DISPLAY WS-NO-AFFICHE "  " FLT-NUMERO " "
                           WS-LIB-ORIGINE " " FLT-DATE " "
                           FUNCTION TRIM (FLT-NOM) " "
                           FUNCTION TRIM (FLT-PRENOM) " "
                           FLT-NAISSANCE
                   DISPLAY "       liste : " FLT-LISTE
                   DISPLAY "       donnees : " FLT-DONNEES (1:60)
               END-IF
               READ FILTRAGE-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE
               END-READ
           END-PERFORM
           CLOSE FILTRAGE-FILE
           IF WS-NB-EN-ATTENTE = 0
               DISPLAY "Aucun dossier en attente"
           END-IF
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       LIBELLER-ORIGINE.
           EVALUATE FLT-ORIGINE
               WHEN 'E'
                   MOVE "ENTREE AGENC" TO WS-LIB-ORIGINE
               WHEN 'G'
                   MOVE "GUICHET"      TO WS-LIB-ORIGINE
               WHEN 'C'
                   MOVE "COMPENSATION" TO WS-LIB-ORIGINE
               WHEN OTHER
                   MOVE "?"            TO WS-LIB-ORIGINE
           END-EVALUATE.

       *>--------------------------------------------------------------
       DECIDER-UN-DOSSIER.
           PERFORM LISTER-ATTENTES
           IF WS-NB-EN-ATTENTE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Numero du dossier a traiter :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE WS-NB-EN-ATTENTE TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NO-CHOISI

           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL WS-DECISION = 'L' OR WS-DECISION = 'R'
               DISPLAY "Decision (L = liberer, R = rejeter) :"
               ACCEPT WS-DECISION
               IF WS-DECISION NOT = 'L' AND WS-DECISION NOT = 'R'
                   DISPLAY "Decision inconnue -- veuillez ressaisir"
               END-IF
           END-PERFORM

           PERFORM MARQUER-DOSSIER-CHOISI
           IF WS-LIGNE-TROUVEE = 'N'
               DISPLAY "Dossier introuvable -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           IF WS-DECISION = 'L'
               DISPLAY "Dossier libere -- il sera repris au prochain "
                       "passage du programme d'origine"
           ELSE
               DISPLAY "Dossier rejete -- il ne sera ni charge ni "
                       "passe"
           END-IF
           PERFORM JOURNALISER-DECISION.

       *>--------------------------------------------------------------
       MARQUER-DOSSIER-CHOISI.
      *>   Le dossier choisi change d'etat ; la file est reecrite par
      *>   fichier de travail, sans table en memoire ni plafond.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           MOVE SPACES TO WS-DOSSIER-CHOISI
           MOVE 0 TO WS-NO-PARCOURS
           OPEN INPUT FILTRAGE-FILE
           IF WS-FS-FILTRAGE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILTRAGE-TRV-FILE
           READ FILTRAGE-FILE
               AT END MOVE "10" TO WS-FS-FILTRAGE
           END-READ
           PERFORM UNTIL WS-FS-FILTRAGE = "10"
               IF FLT-ETAT = 'A'
                   ADD 1 TO WS-NO-PARCOURS
                   IF WS-NO-PARCOURS = WS-NO-CHOISI
                       MOVE 'Y' TO WS-LIGNE-TROUVEE
                       MOVE WS-DECISION TO FLT-ETAT
                       MOVE FLT-REC TO WS-DOSSIER-CHOISI
                   END-IF
               END-IF
               MOVE FLT-REC TO FILTRAGE-TRV-LIGNE
               WRITE FILTRAGE-TRV-LIGNE
               READ FILTRAGE-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE
               END-READ
           END-PERFORM
           CLOSE FILTRAGE-FILE
           CLOSE FILTRAGE-TRV-FILE

           IF WS-LIGNE-TROUVEE = 'Y'
               OPEN OUTPUT FILTRAGE-FILE
               OPEN INPUT FILTRAGE-TRV-FILE
               READ FILTRAGE-TRV-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE-TRV
               END-READ
               PERFORM UNTIL WS-FS-FILTRAGE-TRV = "10"
                   MOVE FILTRAGE-TRV-LIGNE TO FLT-REC
                   WRITE FLT-REC
                   READ FILTRAGE-TRV-FILE
                       AT END MOVE "10" TO WS-FS-FILTRAGE-TRV
                   END-READ
               END-PERFORM
               CLOSE FILTRAGE-TRV-FILE
               CLOSE FILTRAGE-FILE
               MOVE WS-DOSSIER-CHOISI TO FLT-REC
           END-IF.

       *>--------------------------------------------------------------
       JOURNALISER-DECISION.
      *>   Chaque decision laisse sa trace avec l'operateur, comme
      *>   approbations_journal.txt pour le double regard.
           ACCEPT WS-DATE-TRACE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-TRACE FROM TIME
           MOVE SPACES TO JOURNAL-LIGNE
           STRING WS-DATE-TRACE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-HEURE-TRACE DELIMITED BY SIZE
                  " OPERATEUR="  DELIMITED BY SIZE
                  WS-OPER-SESSION DELIMITED BY SIZE
                  " DOSSIER="    DELIMITED BY SIZE
                  FLT-NUMERO     DELIMITED BY SIZE
                  " DECISION="   DELIMITED BY SIZE
                  WS-DECISION    DELIMITED BY SIZE
                  " ORIGINE="    DELIMITED BY SIZE
                  FLT-ORIGINE    DELIMITED BY SIZE
                  " IDENTITE="   DELIMITED BY SIZE
                  FUNCTION TRIM (FLT-NOM) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  FUNCTION TRIM (FLT-PRENOM) DELIMITED BY SIZE
                  " LISTE="      DELIMITED BY SIZE
                  FLT-LISTE      DELIMITED BY SIZE
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
       AJOUTER-ENTREE-LISTE.
      *>   Le nom est obligatoire ; prenom et date de naissance
      *>   restent a blanc quand la liste publiee ne les donne pas.
           MOVE SPACES TO WS-LST-NOM WS-LST-PRENOM WS-LST-NAISSANCE
           MOVE SPACES TO WS-LST-SOURCE
           PERFORM UNTIL WS-LST-NOM NOT = SPACES
               DISPLAY "Nom (obligatoire) :"
               ACCEPT WS-LST-NOM
           END-PERFORM
           DISPLAY "Prenom (blanc si inconnu) :"
           ACCEPT WS-LST-PRENOM
           DISPLAY "Date de naissance AAAA-MM-JJ (blanc si inconnue) :"
           ACCEPT WS-LST-NAISSANCE
           DISPLAY "Source (liste d'origine) :"
           ACCEPT WS-LST-SOURCE

           MOVE SPACES TO LISTE-LIGNE
           STRING FUNCTION TRIM (WS-LST-NOM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LST-PRENOM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LST-NAISSANCE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LST-SOURCE) DELIMITED BY SIZE
                  INTO LISTE-LIGNE
           END-STRING
           OPEN INPUT LISTE-FILE
           IF WS-FS-LISTE = "00"
               CLOSE LISTE-FILE
               OPEN EXTEND LISTE-FILE
           ELSE
               OPEN OUTPUT LISTE-FILE
           END-IF
           WRITE LISTE-LIGNE
           CLOSE LISTE-FILE

      *>   L'ajout a la liste est lui aussi trace.
           MOVE SPACES TO FLT-REC
           MOVE "LISTE"       TO FLT-NUMERO
           MOVE 'A'           TO WS-DECISION
           MOVE WS-LST-NOM    TO FLT-NOM
           MOVE WS-LST-PRENOM TO FLT-PRENOM
           MOVE WS-LST-SOURCE TO FLT-LISTE
           PERFORM JOURNALISER-DECISION
           DISPLAY "Entree ajoutee a la liste de surveillance".
