       IDENTIFICATION DIVISION.
       PROGRAM-ID. TACHES-OPER.

      *----------------------------------------------------------------
      * Nom du programme : TACHES-OPER
      * Description    : Ce qui attend l'operateur, a l'ouverture de
      *                  session (appele par MENU) -- le menu montre
      *                  toutes les options mais pas le travail en
      *                  souffrance. Chaque ligne du resume porte
      *                  l'option du menu qui le traite :
      *                    debits en attente d'approbation
      *                      (approbations_attente.txt)
      *                    compensation en suspens
      *                      (suspens_compensation.txt)
      *                    rejets clients a reprendre
      *                      (clients_rejets.txt)
      *                    rejets de mouvements a recycler
      *                      (transactions_rejets.txt, hors FORMAT et
      *                      DOUBLE qui reviendraient a l'identique)
      *                    programmes et etapes de chaine dont la
      *                      derniere fin porte un code retour non nul
      *                      (historique_executions.txt)
      *                    cartes bloquees (verrous.dat)
      *                    decouverts autorises qui arrivent a leur
      *                      date de fin dans les sept jours
      *                      (decouverts.txt)
      *                    parametres changes depuis la derniere
      *                      session de l'operateur
      *                      (parametres_journal.txt)
      *                  Le superviseur voit tout ; le guichet ne voit
      *                  que ce qui mene a une option de son role
      *                  (chaine en erreur, cartes bloquees,
      *                  decouverts en fin de validite, parametres).
      *                  La derniere ouverture de session de chaque
      *                  operateur est tenue dans sessions_operateurs
      *                  .txt : "ID|AAAAMMJJ-HHMMSSCC".
      *
      *                  LK-OPERATEUR : identifiant de la session,
      *                  LK-ROLE : 'S' superviseur, 'G' guichet.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROB-FILE
              ASSIGN TO "approbations_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-APPROB.

           SELECT SUSPENS-FILE
              ASSIGN TO "suspens_compensation.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SUSPENS.

           SELECT REJETS-CLI-FILE
              ASSIGN TO "clients_rejets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJETS-CLI.

           SELECT REJETS-FILE
              ASSIGN TO "transactions_rejets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REJETS.

           SELECT HISTORIQUE-FILE
              ASSIGN TO "historique_executions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HISTORIQUE.

           SELECT VERROUS-FILE
              ASSIGN TO "verrous.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VER-CARTE
              FILE STATUS IS WS-FS-VERROUS.

           SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

           SELECT PARAM-JOURNAL-FILE
              ASSIGN TO "parametres_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PARAM-JNL.

           SELECT SESSIONS-FILE
              ASSIGN TO "sessions_operateurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSIONS.

           SELECT SESSIONS-TRV-FILE
              ASSIGN TO "sessions_operateurs.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSIONS-TRV.

       DATA DIVISION.
       FILE SECTION.
       FD APPROB-FILE.
       01 APPROB-LIGNE PIC X(120).

       FD SUSPENS-FILE.
       01 SUSPENS-LIGNE PIC X(100).

       FD REJETS-CLI-FILE.
       01 REJET-CLI-LIGNE PIC X(250).

       FD REJETS-FILE.
       01 REJET-TRANS-LIGNE PIC X(92).

      *>   "AAAAMMJJ-HHMMSSCC|PROGRAMME|E|RC|CPT1|CPT2|CPT3|DEXP" --
      *>   voir JOURNAL-EXEC.
       FD HISTORIQUE-FILE.
       01 HISTORIQUE-LIGNE PIC X(70).

      *>   Meme disposition que VER-REC dans SECUPIN.
       FD VERROUS-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01 VER-REC.
           05 VER-CARTE        PIC 9(8).
           05 VER-TENTATIVES   PIC 9(4).
           05 VER-ACCES-OK     PIC X.
           05 VER-DATE-VERROU  PIC 9(8).
           05 VER-HEURE-VERROU PIC 9(8).
           05 VER-STATUT       PIC X.

      *>   "IDENTIFIANT|LIMITE|DATE-FIN[|TAUX]" -- voir
      *>   MAINT-DECOUVERTS.
       FD DECOUVERTS-FILE.
       01 DECOUVERT-LIGNE PIC X(50).

      *>   "AAAAMMJJ-HHMMSSCC OPERATEUR=... CLE=... AVANT=...
      *>   APRES=..." -- voir MAINT-PARAMETRES.
       FD PARAM-JOURNAL-FILE.
       01 PARAM-JOURNAL-LIGNE PIC X(110).

       FD SESSIONS-FILE.
       01 SESSION-LIGNE PIC X(30).

       FD SESSIONS-TRV-FILE.
       01 SESSION-TRV-LIGNE PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FS-APPROB        PIC XX.
       01 WS-FS-SUSPENS       PIC XX.
       01 WS-FS-REJETS-CLI    PIC XX.
       01 WS-FS-REJETS        PIC XX.
       01 WS-FS-HISTORIQUE    PIC XX.
       01 WS-FS-VERROUS       PIC XX.
       01 WS-FS-DECOUV        PIC XX.
       01 WS-FS-PARAM-JNL     PIC XX.
       01 WS-FS-SESSIONS      PIC XX.
       01 WS-FS-SESSIONS-TRV  PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-NB-APPROB        PIC 9(5) VALUE 0.
       01 WS-NB-SUSPENS       PIC 9(5) VALUE 0.
       01 WS-NB-REJETS-CLI    PIC 9(5) VALUE 0.
       01 WS-NB-RECYCLABLES   PIC 9(5) VALUE 0.
       01 WS-NB-ETAPES-ERREUR PIC 9(5) VALUE 0.
       01 WS-NB-CARTES-BLOQ   PIC 9(5) VALUE 0.
       01 WS-NB-DECOUV-FIN    PIC 9(5) VALUE 0.
       01 WS-NB-PARAM-CHGT    PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES        PIC 9(3) VALUE 0.
       01 WS-NB-EDIT          PIC ZZZZ9.
       01 WS-MOTIF-LU         PIC X(10).

      *>   Derniere fin de chaque programme ou etape de chaine, la
      *>   derniere ligne d'un nom l'emportant (une relance propre
      *>   efface l'erreur).
       01 WS-HEX-MAX          PIC 9(3) VALUE 200.
       01 WS-HEX-NB           PIC 9(3) VALUE 0.
       01 WS-HEX-IDX          PIC 9(3) VALUE 0.
       01 WS-HEX-TROUVE       PIC X(1).
       01 WS-HEX-TABLE.
           05 WS-HEX-ENTREE OCCURS 200 TIMES.
               10 WS-HEX-NOM      PIC X(20).
               10 WS-HEX-RC       PIC X(4).
       01 WS-LU-HORODATAGE    PIC X(17).
       01 WS-LU-NOM           PIC X(20).
       01 WS-LU-EVENEMENT     PIC X(1).
       01 WS-LU-RC            PIC X(4).
       01 WS-PREMIERE-ERREUR  PIC X(20).

      *>   Decouverts : fenetre de la journee d'exploitation au
      *>   sixieme jour suivant.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-JOUR-ACTUEL      PIC 9(7) VALUE 0.
       01 WS-JOUR-FIN         PIC 9(7) VALUE 0.
       01 WS-DEC-ID           PIC X(10).
       01 WS-DEC-LIMITE       PIC X(12).
       01 WS-DEC-DATE-FIN     PIC X(10).
       01 WS-DEC-DATE-NUM     PIC 9(8) VALUE 0.

      *>   Derniere session de l'operateur et horodatage de celle-ci.
       01 WS-DATE-SESSION     PIC 9(8) VALUE 0.
       01 WS-HEURE-SESSION    PIC 9(8) VALUE 0.
       01 WS-HORODATAGE       PIC X(17).
       01 WS-DERNIERE-SESSION PIC X(17) VALUE SPACES.
       01 WS-SES-ID           PIC X(8).
       01 WS-SES-HORODATAGE   PIC X(17).

       LINKAGE SECTION.
       01 LK-OPERATEUR        PIC X(8).
       01 LK-ROLE             PIC X(1).

       PROCEDURE DIVISION USING LK-OPERATEUR LK-ROLE.
       MAIN-SECTION.
           PERFORM RELEVER-DERNIERE-SESSION

           IF LK-ROLE = 'S'
               PERFORM COMPTER-APPROBATIONS
               PERFORM COMPTER-SUSPENS
               PERFORM COMPTER-REJETS-CLIENTS
               PERFORM COMPTER-REJETS-RECYCLABLES
           END-IF
           PERFORM COMPTER-ETAPES-EN-ERREUR
           PERFORM COMPTER-CARTES-BLOQUEES
           PERFORM COMPTER-DECOUVERTS-EN-FIN
           PERFORM COMPTER-PARAMETRES-CHANGES

           PERFORM AFFICHER-RESUME
           PERFORM ENREGISTRER-SESSION
           GOBACK.

       *>--------------------------------------------------------------
       RELEVER-DERNIERE-SESSION.
      *>   Horodatage de la session precedente de l'operateur, a
      *>   blanc s'il n'en a pas encore ouvert depuis la tenue du
      *>   fichier.
           MOVE SPACES TO WS-DERNIERE-SESSION
           ACCEPT WS-DATE-SESSION FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SESSION FROM TIME
           MOVE SPACES TO WS-HORODATAGE
           STRING WS-DATE-SESSION  DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-HEURE-SESSION DELIMITED BY SIZE
                  INTO WS-HORODATAGE
           END-STRING
           OPEN INPUT SESSIONS-FILE
           IF WS-FS-SESSIONS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SESSIONS-FILE
               AT END MOVE "10" TO WS-FS-SESSIONS
           END-READ
           PERFORM UNTIL WS-FS-SESSIONS = "10"
               MOVE SPACES TO WS-SES-ID WS-SES-HORODATAGE
               UNSTRING SESSION-LIGNE DELIMITED BY "|"
                   INTO WS-SES-ID WS-SES-HORODATAGE
               END-UNSTRING
               IF WS-SES-ID = LK-OPERATEUR
                   MOVE WS-SES-HORODATAGE TO WS-DERNIERE-SESSION
               END-IF
               READ SESSIONS-FILE
                   AT END MOVE "10" TO WS-FS-SESSIONS
               END-READ
           END-PERFORM
           CLOSE SESSIONS-FILE.

       *>--------------------------------------------------------------
       COMPTER-APPROBATIONS.
           MOVE 0 TO WS-NB-APPROB
           OPEN INPUT APPROB-FILE
           IF WS-FS-APPROB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ APPROB-FILE
               AT END MOVE "10" TO WS-FS-APPROB
           END-READ
           PERFORM UNTIL WS-FS-APPROB = "10"
               IF APPROB-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-APPROB
               END-IF
               READ APPROB-FILE
                   AT END MOVE "10" TO WS-FS-APPROB
               END-READ
           END-PERFORM
           CLOSE APPROB-FILE.

       *>--------------------------------------------------------------
       COMPTER-SUSPENS.
           MOVE 0 TO WS-NB-SUSPENS
           OPEN INPUT SUSPENS-FILE
           IF WS-FS-SUSPENS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SUSPENS-FILE
               AT END MOVE "10" TO WS-FS-SUSPENS
           END-READ
           PERFORM UNTIL WS-FS-SUSPENS = "10"
               IF SUSPENS-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-SUSPENS
               END-IF
               READ SUSPENS-FILE
                   AT END MOVE "10" TO WS-FS-SUSPENS
               END-READ
           END-PERFORM
           CLOSE SUSPENS-FILE.

       *>--------------------------------------------------------------
       COMPTER-REJETS-CLIENTS.
           MOVE 0 TO WS-NB-REJETS-CLI
           OPEN INPUT REJETS-CLI-FILE
           IF WS-FS-REJETS-CLI NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ REJETS-CLI-FILE
               AT END MOVE "10" TO WS-FS-REJETS-CLI
           END-READ
           PERFORM UNTIL WS-FS-REJETS-CLI = "10"
               IF REJET-CLI-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-REJETS-CLI
               END-IF
               READ REJETS-CLI-FILE
                   AT END MOVE "10" TO WS-FS-REJETS-CLI
               END-READ
           END-PERFORM
           CLOSE REJETS-CLI-FILE.

       *>--------------------------------------------------------------
       COMPTER-REJETS-RECYCLABLES.
      *>   Motif en tete de ligne, comme le lit COMPTER-REJETS dans
      *>   TABLEAU-BORD. Une ligne mal formee ou deja appliquee
      *>   reviendrait au meme motif : elle n'est pas comptee.
           MOVE 0 TO WS-NB-RECYCLABLES
           OPEN INPUT REJETS-FILE
           IF WS-FS-REJETS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ REJETS-FILE
               AT END MOVE "10" TO WS-FS-REJETS
           END-READ
           PERFORM UNTIL WS-FS-REJETS = "10"
               IF REJET-TRANS-LIGNE NOT = SPACES
                   MOVE SPACES TO WS-MOTIF-LU
                   UNSTRING REJET-TRANS-LIGNE DELIMITED BY "|"
                       INTO WS-MOTIF-LU
                   END-UNSTRING
                   IF WS-MOTIF-LU NOT = "FORMAT" AND
                      WS-MOTIF-LU NOT = "DOUBLE"
                       ADD 1 TO WS-NB-RECYCLABLES
                   END-IF
               END-IF
               READ REJETS-FILE
                   AT END MOVE "10" TO WS-FS-REJETS
               END-READ
           END-PERFORM
           CLOSE REJETS-FILE.

       *>--------------------------------------------------------------
       COMPTER-ETAPES-EN-ERREUR.
      *>   Fins de programme 'F' et fins d'etape de chaine 'T'.
           MOVE 0 TO WS-HEX-NB WS-NB-ETAPES-ERREUR
           MOVE SPACES TO WS-PREMIERE-ERREUR
           OPEN INPUT HISTORIQUE-FILE
           IF WS-FS-HISTORIQUE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HISTORIQUE-FILE
               AT END MOVE "10" TO WS-FS-HISTORIQUE
           END-READ
           PERFORM UNTIL WS-FS-HISTORIQUE = "10"
               MOVE SPACES TO WS-LU-HORODATAGE WS-LU-NOM
               MOVE SPACES TO WS-LU-EVENEMENT WS-LU-RC
               UNSTRING HISTORIQUE-LIGNE DELIMITED BY "|"
                   INTO WS-LU-HORODATAGE WS-LU-NOM WS-LU-EVENEMENT
                        WS-LU-RC
               END-UNSTRING
               IF WS-LU-EVENEMENT = 'F' OR WS-LU-EVENEMENT = 'T'
                   PERFORM RETENIR-FIN-ETAPE
               END-IF
               READ HISTORIQUE-FILE
                   AT END MOVE "10" TO WS-FS-HISTORIQUE
               END-READ
           END-PERFORM
           CLOSE HISTORIQUE-FILE

           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
                    UNTIL WS-HEX-IDX > WS-HEX-NB
               IF WS-HEX-RC (WS-HEX-IDX) NOT = "0000"
                   ADD 1 TO WS-NB-ETAPES-ERREUR
                   IF WS-PREMIERE-ERREUR = SPACES
                       MOVE WS-HEX-NOM (WS-HEX-IDX)
                            TO WS-PREMIERE-ERREUR
                   END-IF
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       RETENIR-FIN-ETAPE.
           MOVE 'N' TO WS-HEX-TROUVE
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
                    UNTIL WS-HEX-IDX > WS-HEX-NB
                       OR WS-HEX-TROUVE = 'Y'
               IF WS-HEX-NOM (WS-HEX-IDX) = WS-LU-NOM
                   MOVE WS-LU-RC TO WS-HEX-RC (WS-HEX-IDX)
                   MOVE 'Y' TO WS-HEX-TROUVE
               END-IF
           END-PERFORM
           IF WS-HEX-TROUVE = 'N' AND WS-HEX-NB < WS-HEX-MAX
               ADD 1 TO WS-HEX-NB
               MOVE WS-LU-NOM TO WS-HEX-NOM (WS-HEX-NB)
               MOVE WS-LU-RC  TO WS-HEX-RC (WS-HEX-NB)
           END-IF.

       *>--------------------------------------------------------------
       COMPTER-CARTES-BLOQUEES.
      *>   Parcours du magasin de verrous, comme RAPPORT-ECHECS.
           MOVE 0 TO WS-NB-CARTES-BLOQ
           OPEN INPUT VERROUS-FILE
           IF WS-FS-VERROUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ VERROUS-FILE NEXT RECORD
               AT END MOVE "10" TO WS-FS-VERROUS
           END-READ
           PERFORM UNTIL WS-FS-VERROUS = "10"
               IF VER-STATUT = 'B'
                   ADD 1 TO WS-NB-CARTES-BLOQ
               END-IF
               READ VERROUS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-VERROUS
               END-READ
           END-PERFORM
           CLOSE VERROUS-FILE.

       *>--------------------------------------------------------------
       COMPTER-DECOUVERTS-EN-FIN.
      *>   Limite encore en vigueur dont la date de fin tombe entre la
      *>   journee d'exploitation et six jours plus tard.
           MOVE 0 TO WS-NB-DECOUV-FIN
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           COMPUTE WS-JOUR-ACTUEL =
               FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
           COMPUTE WS-JOUR-FIN = WS-JOUR-ACTUEL + 6
           OPEN INPUT DECOUVERTS-FILE
           IF WS-FS-DECOUV NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DECOUVERTS-FILE
               AT END MOVE "10" TO WS-FS-DECOUV
           END-READ
           PERFORM UNTIL WS-FS-DECOUV = "10"
               MOVE SPACES TO WS-DEC-ID WS-DEC-LIMITE WS-DEC-DATE-FIN
               UNSTRING DECOUVERT-LIGNE DELIMITED BY "|"
                   INTO WS-DEC-ID WS-DEC-LIMITE WS-DEC-DATE-FIN
               END-UNSTRING
               IF WS-DEC-DATE-FIN (1:8) IS NUMERIC
                   MOVE WS-DEC-DATE-FIN (1:8) TO WS-DEC-DATE-NUM
                   IF WS-DEC-DATE-NUM >= WS-DATE-JOUR
                       IF FUNCTION INTEGER-OF-DATE (WS-DEC-DATE-NUM)
                          <= WS-JOUR-FIN
                           ADD 1 TO WS-NB-DECOUV-FIN
                       END-IF
                   END-IF
               END-IF
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
               END-READ
           END-PERFORM
           CLOSE DECOUVERTS-FILE.

       *>--------------------------------------------------------------
       COMPTER-PARAMETRES-CHANGES.
      *>   L'horodatage "AAAAMMJJ-HHMMSSCC" en tete de ligne se
      *>   compare tel quel a celui de la session precedente ; sans
      *>   session precedente, tout le journal compte.
           MOVE 0 TO WS-NB-PARAM-CHGT
           OPEN INPUT PARAM-JOURNAL-FILE
           IF WS-FS-PARAM-JNL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PARAM-JOURNAL-FILE
               AT END MOVE "10" TO WS-FS-PARAM-JNL
           END-READ
           PERFORM UNTIL WS-FS-PARAM-JNL = "10"
               IF PARAM-JOURNAL-LIGNE NOT = SPACES AND
                  PARAM-JOURNAL-LIGNE (1:17) > WS-DERNIERE-SESSION
                   ADD 1 TO WS-NB-PARAM-CHGT
               END-IF
               READ PARAM-JOURNAL-FILE
                   AT END MOVE "10" TO WS-FS-PARAM-JNL
               END-READ
           END-PERFORM
           CLOSE PARAM-JOURNAL-FILE.

       *>--------------------------------------------------------------
       AFFICHER-RESUME.
      *>   Une ligne par sujet non vide, l'option du menu en tete.
           MOVE 0 TO WS-NB-LIGNES
           DISPLAY WS-SEPARATEUR
           DISPLAY "A TRAITER POUR " FUNCTION TRIM (LK-OPERATEUR)
           IF WS-DERNIERE-SESSION NOT = SPACES
               DISPLAY "(derniere session le "
                       WS-DERNIERE-SESSION (1:8) " a "
                       WS-DERNIERE-SESSION (10:2) "h"
                       WS-DERNIERE-SESSION (12:2) ")"
           END-IF
           DISPLAY WS-SEPARATEUR
           IF WS-NB-APPROB > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-APPROB TO WS-NB-EDIT
               DISPLAY "T4  " WS-NB-EDIT
                       " debit(s) en attente d'approbation"
           END-IF
           IF WS-NB-SUSPENS > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-SUSPENS TO WS-NB-EDIT
               DISPLAY "T2  " WS-NB-EDIT
                       " ligne(s) de compensation en suspens"
           END-IF
           IF WS-NB-REJETS-CLI > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-REJETS-CLI TO WS-NB-EDIT
               DISPLAY "L   " WS-NB-EDIT
                       " rejet(s) clients a reprendre"
           END-IF
           IF WS-NB-RECYCLABLES > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-RECYCLABLES TO WS-NB-EDIT
               DISPLAY "8   " WS-NB-EDIT
                       " rejet(s) a recycler (MAJ-SOLDE mode R)"
           END-IF
           IF WS-NB-ETAPES-ERREUR > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-ETAPES-ERREUR TO WS-NB-EDIT
               DISPLAY "Q   " WS-NB-EDIT
                       " programme(s) ou etape(s) en erreur, dont "
                       FUNCTION TRIM (WS-PREMIERE-ERREUR)
           END-IF
           IF WS-NB-CARTES-BLOQ > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-CARTES-BLOQ TO WS-NB-EDIT
               IF LK-ROLE = 'S'
                   DISPLAY "A   " WS-NB-EDIT
                           " carte(s) bloquee(s) -- A2 pour un "
                           "code temporaire"
               ELSE
                   DISPLAY "A   " WS-NB-EDIT " carte(s) bloquee(s)"
               END-IF
           END-IF
           IF WS-NB-DECOUV-FIN > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-DECOUV-FIN TO WS-NB-EDIT
               IF LK-ROLE = 'S'
                   DISPLAY "D1  " WS-NB-EDIT
                           " decouvert(s) en fin de validite cette "
                           "semaine"
               ELSE
                   DISPLAY "D2  " WS-NB-EDIT
                           " decouvert(s) en fin de validite cette "
                           "semaine"
               END-IF
           END-IF
           IF WS-NB-PARAM-CHGT > 0
               ADD 1 TO WS-NB-LIGNES
               MOVE WS-NB-PARAM-CHGT TO WS-NB-EDIT
               IF LK-ROLE = 'S'
                   DISPLAY "A4  " WS-NB-EDIT
                           " parametre(s) change(s) depuis votre "
                           "derniere session"
               ELSE
                   DISPLAY "    " WS-NB-EDIT
                           " parametre(s) change(s) depuis votre "
                           "derniere session (voir superviseur)"
               END-IF
           END-IF
           IF WS-NB-LIGNES = 0
               DISPLAY "Rien en attente"
           END-IF.

       *>--------------------------------------------------------------
       ENREGISTRER-SESSION.
      *>   La ligne de l'operateur est remplacee par la session qui
      *>   s'ouvre ; les autres operateurs gardent la leur.
           OPEN OUTPUT SESSIONS-TRV-FILE
           OPEN INPUT SESSIONS-FILE
           IF WS-FS-SESSIONS = "00"
               READ SESSIONS-FILE
                   AT END MOVE "10" TO WS-FS-SESSIONS
               END-READ
               PERFORM UNTIL WS-FS-SESSIONS = "10"
                   MOVE SPACES TO WS-SES-ID
                   UNSTRING SESSION-LIGNE DELIMITED BY "|"
                       INTO WS-SES-ID
                   END-UNSTRING
                   IF SESSION-LIGNE NOT = SPACES AND
                      WS-SES-ID NOT = LK-OPERATEUR
                       MOVE SESSION-LIGNE TO SESSION-TRV-LIGNE
                       WRITE SESSION-TRV-LIGNE
                   END-IF
                   READ SESSIONS-FILE
                       AT END MOVE "10" TO WS-FS-SESSIONS
                   END-READ
               END-PERFORM
               CLOSE SESSIONS-FILE
           END-IF
           MOVE SPACES TO SESSION-TRV-LIGNE
           STRING FUNCTION TRIM (LK-OPERATEUR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-HORODATAGE DELIMITED BY SIZE
                  INTO SESSION-TRV-LIGNE
           END-STRING
           WRITE SESSION-TRV-LIGNE
           CLOSE SESSIONS-TRV-FILE

           OPEN OUTPUT SESSIONS-FILE
           OPEN INPUT SESSIONS-TRV-FILE
           READ SESSIONS-TRV-FILE
               AT END MOVE "10" TO WS-FS-SESSIONS-TRV
           END-READ
           PERFORM UNTIL WS-FS-SESSIONS-TRV = "10"
               MOVE SESSION-TRV-LIGNE TO SESSION-LIGNE
               WRITE SESSION-LIGNE
               READ SESSIONS-TRV-FILE
                   AT END MOVE "10" TO WS-FS-SESSIONS-TRV
               END-READ
           END-PERFORM
           CLOSE SESSIONS-TRV-FILE
           CLOSE SESSIONS-FILE.
