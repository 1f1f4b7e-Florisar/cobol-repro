       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTES-LCB.

      *----------------------------------------------------------------
      * Nom du programme : ALERTES-LCB
      * Description    : Ecran conformite des alertes anti-blanchiment
      *                  ouvertes par VIGILANCE-LCB dans alertes_lcb.txt
      *                  -- liste les alertes a instruire (ouvertes ou
      *                  en enquete), fait passer une alerte en enquete
      *                  ou la clot (sans suite, ou avec declaration de
      *                  soupcon) avec une note d'instruction, et
      *                  montre l'historique des alertes d'un compte.
      *                  Chaque decision est portee sur l'alerte (date,
      *                  operateur, note) et tracee dans
      *                  alertes_lcb_journal.txt, comme
      *                  filtrage_journal.txt.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTES-FILE
              ASSIGN TO "alertes_lcb.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ALERTES.

           SELECT ALERTES-TRV-FILE
              ASSIGN TO "alertes_lcb.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ALERTES-TRV.

           SELECT JOURNAL-FILE
              ASSIGN TO "alertes_lcb_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

       DATA DIVISION.
       FILE SECTION.
       FD ALERTES-FILE.
       01 ALR-REC.
           COPY ALERTEREC.

       FD ALERTES-TRV-FILE.
       01 ALERTES-TRV-LIGNE PIC X(186).

       FD JOURNAL-FILE.
       01 JOURNAL-LIGNE PIC X(160).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-ALERTES       PIC XX.
       01 WS-FS-ALERTES-TRV   PIC XX.
       01 WS-FS-JOURNAL       PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-DECISION         PIC X(1).
       01 WS-NOTE             PIC X(60).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

       01 WS-NB-A-INSTRUIRE   PIC 9(5) VALUE 0.
       01 WS-NB-DU-COMPTE     PIC 9(5) VALUE 0.
       01 WS-NO-AFFICHE       PIC 9(5) VALUE 0.
       01 WS-NO-CHOISI        PIC 9(5) VALUE 0.
       01 WS-NO-PARCOURS      PIC 9(5) VALUE 0.
       01 WS-COMPTE-CHOISI    PIC 9(5) VALUE 0.
       01 WS-LIGNE-TROUVEE    PIC X(1).
       01 WS-ALERTE-CHOISIE   PIC X(186).
       01 WS-LIB-MOTIF        PIC X(14).
       01 WS-LIB-ETAT         PIC X(12).
       01 WS-MONTANT-EDIT     PIC Z(8)9.99.

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
           DISPLAY "ALERTES ANTI-BLANCHIMENT"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Alertes a instruire"
               DISPLAY "2 = Instruire ou clore une alerte"
               DISPLAY "3 = Historique des alertes d'un compte"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM LISTER-A-INSTRUIRE
                   WHEN '2'
                       PERFORM DECIDER-UNE-ALERTE
                   WHEN '3'
                       PERFORM LISTER-ALERTES-COMPTE
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
       LISTER-A-INSTRUIRE.
      *>   Seules les alertes ouvertes ('O') ou en enquete ('E') sont
      *>   numerotees : c'est ce numero d'ordre que
      *>   DECIDER-UNE-ALERTE demande.
           MOVE 0 TO WS-NB-A-INSTRUIRE
           OPEN INPUT ALERTES-FILE
           IF WS-FS-ALERTES NOT = "00"
               DISPLAY "Aucune alerte a instruire"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO     ALERTE     DATE     COMPTE SCHEMA         "
                   "ETAT"
           DISPLAY WS-SEPARATEUR
           READ ALERTES-FILE
               AT END MOVE "10" TO WS-FS-ALERTES
           END-READ
           PERFORM UNTIL WS-FS-ALERTES = "10"
               IF ALR-ETAT = 'O' OR ALR-ETAT = 'E'
                   ADD 1 TO WS-NB-A-INSTRUIRE
                   MOVE WS-NB-A-INSTRUIRE TO WS-NO-AFFICHE
                   PERFORM AFFICHER-ALERTE
               END-IF
               READ ALERTES-FILE
                   AT END MOVE "10" TO WS-FS-ALERTES
               END-READ
           END-PERFORM
           CLOSE ALERTES-FILE
           IF WS-NB-A-INSTRUIRE = 0
               DISPLAY "Aucune alerte a instruire"
           END-IF
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       AFFICHER-ALERTE.
           PERFORM LIBELLER-ALERTE
           MOVE ALR-MONTANT TO WS-MONTANT-EDIT
           DISPLAY WS-NO-AFFICHE "  " ALR-NUMERO " " ALR-DATE " "
                   ALR-COMPTE "  " WS-LIB-MOTIF " " WS-LIB-ETAT
           DISPLAY "       montant " WS-MONTANT-EDIT " / "
                   ALR-NOMBRE " mvt : " FUNCTION TRIM (ALR-DETAIL)
           IF ALR-OPERATEUR NOT = SPACES
               DISPLAY "       le " ALR-DATE-MAJ " par "
                       ALR-OPERATEUR " : " FUNCTION TRIM (ALR-NOTE)
           END-IF.

       *>--------------------------------------------------------------
       LIBELLER-ALERTE.
           EVALUATE ALR-MOTIF
               WHEN 'F'
                   MOVE "FRACTIONNEMENT" TO WS-LIB-MOTIF
               WHEN 'T'
                   MOVE "TRANSIT RAPIDE" TO WS-LIB-MOTIF
               WHEN 'V'
                   MOVE "VOLUME"         TO WS-LIB-MOTIF
               WHEN OTHER
                   MOVE "?"              TO WS-LIB-MOTIF
           END-EVALUATE
           EVALUATE ALR-ETAT
               WHEN 'O'
                   MOVE "OUVERTE"      TO WS-LIB-ETAT
               WHEN 'E'
                   MOVE "EN ENQUETE"   TO WS-LIB-ETAT
               WHEN 'C'
                   MOVE "CLOSE"        TO WS-LIB-ETAT
               WHEN 'D'
                   MOVE "DECLAREE"     TO WS-LIB-ETAT
               WHEN OTHER
                   MOVE "?"            TO WS-LIB-ETAT
           END-EVALUATE.

       *>--------------------------------------------------------------
       DECIDER-UNE-ALERTE.
           PERFORM LISTER-A-INSTRUIRE
           IF WS-NB-A-INSTRUIRE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Numero de l'alerte a traiter :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE WS-NB-A-INSTRUIRE TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NO-CHOISI

           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL WS-DECISION = 'E' OR WS-DECISION = 'C' OR
                         WS-DECISION = 'D'
               DISPLAY "Decision (E = en enquete, C = close sans "
                       "suite, D = declaree) :"
               ACCEPT WS-DECISION
               INSPECT WS-DECISION CONVERTING "ecd" TO "ECD"
               IF WS-DECISION NOT = 'E' AND WS-DECISION NOT = 'C'
                  AND WS-DECISION NOT = 'D'
                   DISPLAY "Decision inconnue -- veuillez ressaisir"
               END-IF
           END-PERFORM

      *>   Une alerte ne se clot pas sans un mot d'instruction.
           MOVE SPACES TO WS-NOTE
           PERFORM UNTIL WS-NOTE NOT = SPACES
               DISPLAY "Note d'instruction (obligatoire) :"
               ACCEPT WS-NOTE
           END-PERFORM

           PERFORM MARQUER-ALERTE-CHOISIE
           IF WS-LIGNE-TROUVEE = 'N'
               DISPLAY "Alerte introuvable -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-DECISION
               WHEN 'E'
                   DISPLAY "Alerte " ALR-NUMERO " en enquete"
               WHEN 'C'
                   DISPLAY "Alerte " ALR-NUMERO " close sans suite"
               WHEN OTHER
                   DISPLAY "Alerte " ALR-NUMERO " close -- "
                           "declaration de soupcon a transmettre"
           END-EVALUATE
           PERFORM JOURNALISER-DECISION.

       *>--------------------------------------------------------------
       MARQUER-ALERTE-CHOISIE.
      *>   L'alerte choisie change d'etat ; le registre est reecrit par
      *>   fichier de travail, sans table en memoire ni plafond.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           MOVE SPACES TO WS-ALERTE-CHOISIE
           MOVE 0 TO WS-NO-PARCOURS
           OPEN INPUT ALERTES-FILE
           IF WS-FS-ALERTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ALERTES-TRV-FILE
           READ ALERTES-FILE
               AT END MOVE "10" TO WS-FS-ALERTES
           END-READ
           PERFORM UNTIL WS-FS-ALERTES = "10"
               IF ALR-ETAT = 'O' OR ALR-ETAT = 'E'
                   ADD 1 TO WS-NO-PARCOURS
                   IF WS-NO-PARCOURS = WS-NO-CHOISI
                       MOVE 'Y' TO WS-LIGNE-TROUVEE
                       MOVE WS-DECISION     TO ALR-ETAT
                       MOVE WS-DATE-JOUR    TO ALR-DATE-MAJ
                       MOVE WS-OPER-SESSION TO ALR-OPERATEUR
                       MOVE WS-NOTE         TO ALR-NOTE
                       MOVE ALR-REC TO WS-ALERTE-CHOISIE
                   END-IF
               END-IF
               MOVE ALR-REC TO ALERTES-TRV-LIGNE
               WRITE ALERTES-TRV-LIGNE
               READ ALERTES-FILE
                   AT END MOVE "10" TO WS-FS-ALERTES
               END-READ
           END-PERFORM
           CLOSE ALERTES-FILE
           CLOSE ALERTES-TRV-FILE

           IF WS-LIGNE-TROUVEE = 'Y'
               OPEN OUTPUT ALERTES-FILE
               OPEN INPUT ALERTES-TRV-FILE
               READ ALERTES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-ALERTES-TRV
               END-READ
               PERFORM UNTIL WS-FS-ALERTES-TRV = "10"
                   MOVE ALERTES-TRV-LIGNE TO ALR-REC
                   WRITE ALR-REC
                   READ ALERTES-TRV-FILE
                       AT END MOVE "10" TO WS-FS-ALERTES-TRV
                   END-READ
               END-PERFORM
               CLOSE ALERTES-TRV-FILE
               CLOSE ALERTES-FILE
               MOVE WS-ALERTE-CHOISIE TO ALR-REC
           END-IF.

       *>--------------------------------------------------------------
       JOURNALISER-DECISION.
      *>   Chaque decision laisse sa trace avec l'operateur, comme
      *>   filtrage_journal.txt pour la liste de surveillance.
           ACCEPT WS-DATE-TRACE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-TRACE FROM TIME
           MOVE SPACES TO JOURNAL-LIGNE
           STRING WS-DATE-TRACE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-HEURE-TRACE DELIMITED BY SIZE
                  " OPERATEUR="  DELIMITED BY SIZE
                  WS-OPER-SESSION DELIMITED BY SIZE
                  " ALERTE="     DELIMITED BY SIZE
                  ALR-NUMERO     DELIMITED BY SIZE
                  " COMPTE="     DELIMITED BY SIZE
                  ALR-COMPTE     DELIMITED BY SIZE
                  " SCHEMA="     DELIMITED BY SIZE
                  ALR-MOTIF      DELIMITED BY SIZE
                  " DECISION="   DELIMITED BY SIZE
                  WS-DECISION    DELIMITED BY SIZE
                  " NOTE="       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOTE) DELIMITED BY SIZE
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
       LISTER-ALERTES-COMPTE.
      *>   Toutes les alertes du compte, closes comprises : le
      *>   dossier d'un client se relit d'un seul coup.
           MOVE "Numero de compte :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE-CHOISI

           MOVE 0 TO WS-NB-DU-COMPTE
           OPEN INPUT ALERTES-FILE
           IF WS-FS-ALERTES NOT = "00"
               DISPLAY "Aucune alerte pour ce compte"
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SEPARATEUR
           READ ALERTES-FILE
               AT END MOVE "10" TO WS-FS-ALERTES
           END-READ
           PERFORM UNTIL WS-FS-ALERTES = "10"
               IF ALR-COMPTE = WS-COMPTE-CHOISI
                   ADD 1 TO WS-NB-DU-COMPTE
                   MOVE WS-NB-DU-COMPTE TO WS-NO-AFFICHE
                   PERFORM AFFICHER-ALERTE
               END-IF
               READ ALERTES-FILE
                   AT END MOVE "10" TO WS-FS-ALERTES
               END-READ
           END-PERFORM
           CLOSE ALERTES-FILE
           IF WS-NB-DU-COMPTE = 0
               DISPLAY "Aucune alerte pour ce compte"
           END-IF
           DISPLAY WS-SEPARATEUR.
