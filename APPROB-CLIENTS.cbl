       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROB-CLIENTS.

      *----------------------------------------------------------------
      * Nom du programme : APPROB-CLIENTS
      * Description    : Double regard sur le maitre clients -- les
      *                  changements d'adresse (rue, ville, code
      *                  postal), de telephone, de segment et de
      *                  statut saisis au guichet par TEST-CLIENT
      *                  attendent dans modifications_attente.txt
      *                  avec leurs valeurs avant et apres. Cet ecran
      *                  les liste et approuve ou refuse chaque ligne
      *                  sous l'identifiant d'un SECOND operateur
      *                  authentifie par son code contre
      *                  operateurs.txt, comme APPROBATIONS pour les
      *                  gros debits : ni l'operateur de la session ni
      *                  celui qui a demande le changement ne peuvent
      *                  l'approuver. Une ligne approuvee est
      *                  appliquee a client.txt et a clients.csv et
      *                  journalisee dans clients_historique.txt
      *                  (HISTO-CLIENT) ; une ligne dont la valeur
      *                  avant ne correspond plus a la fiche est
      *                  perimee et retiree sans rien appliquer.
      *                  Chaque decision est tracee dans
      *                  approbations_journal.txt avec les deux
      *                  identifiants.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODIF-FILE
              ASSIGN TO "modifications_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MODIF.

           SELECT MODIF-TRV-FILE
              ASSIGN TO "modifications_attente.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MODIF-TRV.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

           SELECT GUICHET-TRV-FILE
              ASSIGN TO "client.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET-TRV.

           SELECT CLIENT-FILE
              ASSIGN TO "clients.csv"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

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
      *>   "ID|CHAMP|AVANT|APRES|DEMANDEUR|AAAAMMJJ-HHMMSSCC", pose
      *>   par DEMANDER-VALIDATION dans TEST-CLIENT.
       FD MODIF-FILE.
       01 MODIF-LIGNE PIC X(120).

       FD MODIF-TRV-FILE.
       01 MODIF-TRV-LIGNE PIC X(120).

      *>   Meme disposition que LIGNE-SORTIE dans TEST-CLIENT :
      *>   "ID|NOM|PRENOM|DATE|SOLDE|STATUT|RUE|VILLE|CP|TEL|
      *>   DATE-SUPPR|SEGMENT|...".
       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD GUICHET-TRV-FILE.
       01 GUICHET-TRV-LIGNE PIC X(220).

       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD JOURNAL-FILE.
       01 JOURNAL-LIGNE PIC X(132).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       FD OPERATEURS-FILE.
       01 OPERATEUR-LIGNE PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-FS-MODIF         PIC XX.
       01 WS-FS-MODIF-TRV     PIC XX.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-FS-GUICHET-TRV   PIC XX.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-JOURNAL       PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-FS-OPERATEURS    PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-SECOND-OPER      PIC X(8) VALUE SPACES.
       01 WS-SECOND-CODE      PIC X(8) VALUE SPACES.
       01 WS-SECOND-VALIDE    PIC X(1) VALUE 'N'.
       01 WS-NB-ESSAIS        PIC 9(1) VALUE 0.
      *>   'A' approuvee, 'R' refusee, 'P' perimee (la fiche ne porte
      *>   plus la valeur avant de la demande).
       01 WS-DECISION         PIC X(1).

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
       01 WS-STOP             PIC X(1) VALUE 'O'.

       01 WS-NB-EN-ATTENTE    PIC 9(5) VALUE 0.
       01 WS-NO-AFFICHE       PIC 9(5) VALUE 0.
       01 WS-NO-CHOISI        PIC 9(5) VALUE 0.
       01 WS-NO-PARCOURS      PIC 9(5) VALUE 0.
       01 WS-LIGNE-CHOISIE    PIC X(120).
       01 WS-LIGNE-TROUVEE    PIC X(1).

      *>   Champs eclates d'une ligne de la file.
       01 WS-DEM-ID-CHAR      PIC X(5).
       01 WS-DEM-ID           PIC 9(5) VALUE 0.
       01 WS-DEM-CHAMP        PIC X(12).
       01 WS-DEM-AVANT        PIC X(30).
       01 WS-DEM-APRES        PIC X(30).
       01 WS-DEM-DEMANDEUR    PIC X(8).
       01 WS-DEM-HORODATAGE   PIC X(17).

      *>   Rang du champ dans une ligne de client.txt et dans
      *>   FS-DONNEES-CLIENT ("NOM,PRENOM,DATE|SOLDE|STATUT|RUE|
      *>   VILLE|CP|TEL|SEGMENT|..."), et largeur ecrite -- celle du
      *>   champ de CLIENTREC, comme les reecritures de TEST-CLIENT
      *>   et SYNC-CLIENT.
       01 WS-RANG-GUICHET     PIC 9(2) VALUE 0.
       01 WS-RANG-MAITRE      PIC 9(2) VALUE 0.
       01 WS-LARGEUR          PIC 9(2) VALUE 0.

      *>   Remplacement d'un champ delimite par '|' dans une ligne :
      *>   WS-RCP-RANG, WS-RCP-VALEUR et WS-RCP-LARGEUR en entree,
      *>   WS-RCP-ACTUEL (valeur en place) et WS-RCP-TROUVE en sortie.
       01 WS-RCP-LIGNE        PIC X(220).
       01 WS-RCP-NOUVELLE     PIC X(220).
       01 WS-RCP-RANG         PIC 9(2) VALUE 0.
       01 WS-RCP-VALEUR       PIC X(30).
       01 WS-RCP-LARGEUR      PIC 9(2) VALUE 0.
       01 WS-RCP-ACTUEL       PIC X(30).
       01 WS-RCP-TROUVE       PIC X(1).
       01 WS-RCP-LONG         PIC 9(3) COMP.
       01 WS-RCP-POS          PIC 9(3) COMP.
       01 WS-RCP-BARRES       PIC 9(3) COMP.
       01 WS-RCP-DEBUT        PIC 9(3) COMP.
       01 WS-RCP-FIN          PIC 9(3) COMP.
       01 WS-RCP-PTR          PIC 9(3) COMP.

      *>   Fiche de client.txt visee par la demande.
       01 WS-GUI-ID-CHAR      PIC X(5).
       01 WS-GUI-APPLIQUEE    PIC X(1).
       01 WS-GUI-PRESENTE     PIC X(1).
       01 WS-DATE-SUPPR       PIC 9(8) VALUE 0.
       01 WS-DATE-SUPPR-X     PIC X(8).

       01 WS-DATE-TRACE       PIC 9(8).
       01 WS-HEURE-TRACE      PIC 9(8).

       01 WS-NB-APPROUVEES    PIC 9(5) VALUE 0.
       01 WS-NB-REFUSEES      PIC 9(5) VALUE 0.
       01 WS-NB-PERIMEES      PIC 9(5) VALUE 0.

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "APPROB-CLIENTS".
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

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "CHANGEMENTS CLIENTS EN ATTENTE (DOUBLE REGARD)"
           DISPLAY WS-SEPARATEUR

      *>   Meme verrou que TEST-CLIENT, SYNC-CLIENT et DECES-CLIENT :
      *>   client.txt et clients.csv ne sont reecrits que par un poste
      *>   a la fois.
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

           PERFORM LIRE-OPERATEUR-SESSION

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               PERFORM LISTER-DEMANDES
               IF WS-NB-EN-ATTENTE = 0
                   DISPLAY "Aucun changement en attente d'approbation"
                   MOVE 'N' TO WS-STOP
               ELSE
                   PERFORM DECIDER-UNE-DEMANDE
                   DISPLAY "Traiter un autre changement ? (O/N) :"
                   ACCEPT WS-STOP
               END-IF
           END-PERFORM

           DISPLAY WS-SEPARATEUR
           DISPLAY "Changements approuves : " WS-NB-APPROUVEES
           DISPLAY "Changements refuses   : " WS-NB-REFUSEES
           DISPLAY "Demandes perimees     : " WS-NB-PERIMEES
           DISPLAY WS-SEPARATEUR

           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

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
       LISTER-DEMANDES.
           MOVE 0 TO WS-NB-EN-ATTENTE
           OPEN INPUT MODIF-FILE
           IF WS-FS-MODIF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO     CLIENT CHAMP        AVANT -> APRES "
                   "(DEMANDEUR)"
           DISPLAY WS-SEPARATEUR
           READ MODIF-FILE
               AT END MOVE "10" TO WS-FS-MODIF
           END-READ
           PERFORM UNTIL WS-FS-MODIF = "10"
               IF MODIF-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-EN-ATTENTE
                   MOVE WS-NB-EN-ATTENTE TO WS-NO-AFFICHE
                   MOVE MODIF-LIGNE TO WS-LIGNE-CHOISIE
                   PERFORM ECLATER-DEMANDE
                   DISPLAY WS-NO-AFFICHE "  " WS-DEM-ID-CHAR "  "
                           WS-DEM-CHAMP " "
                           FUNCTION TRIM (WS-DEM-AVANT) " -> "
                           FUNCTION TRIM (WS-DEM-APRES) " ("
                           FUNCTION TRIM (WS-DEM-DEMANDEUR) ")"
               END-IF
               READ MODIF-FILE
                   AT END MOVE "10" TO WS-FS-MODIF
               END-READ
           END-PERFORM
           CLOSE MODIF-FILE
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       ECLATER-DEMANDE.
           MOVE SPACES TO WS-DEM-ID-CHAR WS-DEM-CHAMP WS-DEM-AVANT
           MOVE SPACES TO WS-DEM-APRES WS-DEM-DEMANDEUR
           MOVE SPACES TO WS-DEM-HORODATAGE
           UNSTRING WS-LIGNE-CHOISIE DELIMITED BY "|"
               INTO WS-DEM-ID-CHAR WS-DEM-CHAMP WS-DEM-AVANT
                    WS-DEM-APRES WS-DEM-DEMANDEUR WS-DEM-HORODATAGE
           END-UNSTRING
           MOVE 0 TO WS-DEM-ID
           IF FUNCTION TRIM (WS-DEM-ID-CHAR) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-DEM-ID-CHAR) TO WS-DEM-ID
           END-IF.

       *>--------------------------------------------------------------
       DECIDER-UNE-DEMANDE.
           MOVE "Numero du changement a traiter :"
                TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE WS-NB-EN-ATTENTE TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NO-CHOISI

           PERFORM RELIRE-LIGNE-CHOISIE
           IF WS-LIGNE-TROUVEE = 'N'
               DISPLAY "Changement introuvable -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Client " WS-DEM-ID-CHAR " - "
                   FUNCTION TRIM (WS-DEM-CHAMP) " : "
                   FUNCTION TRIM (WS-DEM-AVANT) " -> "
                   FUNCTION TRIM (WS-DEM-APRES)
           DISPLAY "Demande par " WS-DEM-DEMANDEUR " le "
                   WS-DEM-HORODATAGE

           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL WS-DECISION = 'A' OR WS-DECISION = 'R'
               DISPLAY "Decision (A = approuver, R = refuser) :"
               ACCEPT WS-DECISION
               IF WS-DECISION NOT = 'A' AND WS-DECISION NOT = 'R'
                   DISPLAY "Decision inconnue -- veuillez ressaisir"
               END-IF
           END-PERFORM

      *>   Le second regard doit venir d'un AUTRE operateur qui
      *>   s'authentifie vraiment : ni celui de la session, ni celui
      *>   qui a saisi le changement au guichet ; le code tape est
      *>   verifie contre operateurs.txt comme dans APPROBATIONS.
      *>   Trois essais, comme au MENU.
           MOVE 0 TO WS-NB-ESSAIS
           MOVE 'N' TO WS-SECOND-VALIDE
           PERFORM UNTIL WS-SECOND-VALIDE = 'Y' OR WS-NB-ESSAIS >= 3
               ADD 1 TO WS-NB-ESSAIS
               DISPLAY "Identifiant du second operateur :"
               MOVE SPACES TO WS-SECOND-OPER
               ACCEPT WS-SECOND-OPER
               IF WS-SECOND-OPER = WS-OPER-SESSION
                   DISPLAY "Le second operateur doit differer de "
                           "l'operateur de la session"
               ELSE
                 IF WS-SECOND-OPER = WS-DEM-DEMANDEUR
                   DISPLAY "Le second operateur doit differer de "
                           "celui qui a demande le changement"
                 ELSE
                   DISPLAY "Code du second operateur :"
                   MOVE SPACES TO WS-SECOND-CODE
                   ACCEPT WS-SECOND-CODE
                   PERFORM VERIFIER-SECOND-OPERATEUR
                   IF WS-SECOND-VALIDE = 'N'
                       DISPLAY "Operateur inconnu, desactive ou "
                               "code errone"
                   END-IF
                 END-IF
               END-IF
           END-PERFORM
           IF WS-SECOND-VALIDE = 'N'
               DISPLAY "Pas de second regard valide -- rien "
                       "n'est fait"
               EXIT PARAGRAPH
           END-IF

           IF WS-DECISION = 'A'
               PERFORM APPLIQUER-AU-GUICHET
               IF WS-GUI-APPLIQUEE = 'N'
                   MOVE 'P' TO WS-DECISION
               END-IF
           END-IF

           PERFORM RETIRER-LIGNE-CHOISIE

           EVALUATE WS-DECISION
               WHEN 'A'
                   PERFORM APPLIQUER-AU-MAITRE
                   PERFORM JOURNALISER-CHANGEMENT
                   ADD 1 TO WS-NB-APPROUVEES
                   DISPLAY "Changement approuve et applique"
               WHEN 'P'
                   ADD 1 TO WS-NB-PERIMEES
                   DISPLAY "La fiche ne porte plus la valeur avant "
                           "de la demande -- changement perime, "
                           "retire sans etre applique"
                   MOVE "DECIDER-UNE-DEMANDE" TO WS-EXC-PARAGRAPHE
                   MOVE "PERIME"              TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
               WHEN OTHER
                   ADD 1 TO WS-NB-REFUSEES
                   DISPLAY "Changement refuse et retire de la file"
           END-EVALUATE
           PERFORM JOURNALISER-DECISION.

       *>--------------------------------------------------------------
       RELIRE-LIGNE-CHOISIE.
      *>   Retrouve la ligne choisie dans la file sans la retirer :
      *>   son demandeur doit etre connu avant le second regard.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           MOVE 0 TO WS-NO-PARCOURS
           OPEN INPUT MODIF-FILE
           IF WS-FS-MODIF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MODIF-FILE
               AT END MOVE "10" TO WS-FS-MODIF
           END-READ
           PERFORM UNTIL WS-FS-MODIF = "10" OR WS-LIGNE-TROUVEE = 'Y'
               IF MODIF-LIGNE NOT = SPACES
                   ADD 1 TO WS-NO-PARCOURS
                   IF WS-NO-PARCOURS = WS-NO-CHOISI
                       MOVE 'Y' TO WS-LIGNE-TROUVEE
                       MOVE MODIF-LIGNE TO WS-LIGNE-CHOISIE
                       PERFORM ECLATER-DEMANDE
                   END-IF
               END-IF
               READ MODIF-FILE
                   AT END MOVE "10" TO WS-FS-MODIF
               END-READ
           END-PERFORM
           CLOSE MODIF-FILE.

       *>--------------------------------------------------------------
       VERIFIER-SECOND-OPERATEUR.
      *>   Meme lecture d'operateurs.txt que dans APPROBATIONS :
      *>   empreinte contre empreinte au nouveau format, comparaison
      *>   en clair pour une ligne restee a l'ancien format.
           MOVE 'N' TO WS-SECOND-VALIDE
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
           END-IF.

       *>--------------------------------------------------------------
       RETIRER-LIGNE-CHOISIE.
      *>   La ligne choisie sort de la file ; le reste est reecrit par
      *>   fichier de travail, comme dans APPROBATIONS.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           MOVE 0 TO WS-NO-PARCOURS
           OPEN INPUT MODIF-FILE
           IF WS-FS-MODIF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MODIF-TRV-FILE
           READ MODIF-FILE
               AT END MOVE "10" TO WS-FS-MODIF
           END-READ
           PERFORM UNTIL WS-FS-MODIF = "10"
               IF MODIF-LIGNE NOT = SPACES
                   ADD 1 TO WS-NO-PARCOURS
                   IF WS-NO-PARCOURS = WS-NO-CHOISI
                       MOVE 'Y' TO WS-LIGNE-TROUVEE
                   ELSE
                       MOVE MODIF-LIGNE TO MODIF-TRV-LIGNE
                       WRITE MODIF-TRV-LIGNE
                   END-IF
               END-IF
               READ MODIF-FILE
                   AT END MOVE "10" TO WS-FS-MODIF
               END-READ
           END-PERFORM
           CLOSE MODIF-FILE
           CLOSE MODIF-TRV-FILE

           IF WS-LIGNE-TROUVEE = 'Y'
               OPEN OUTPUT MODIF-FILE
               OPEN INPUT MODIF-TRV-FILE
               READ MODIF-TRV-FILE
                   AT END MOVE "10" TO WS-FS-MODIF-TRV
               END-READ
               PERFORM UNTIL WS-FS-MODIF-TRV = "10"
                   MOVE MODIF-TRV-LIGNE TO MODIF-LIGNE
                   WRITE MODIF-LIGNE
                   READ MODIF-TRV-FILE
                       AT END MOVE "10" TO WS-FS-MODIF-TRV
                   END-READ
               END-PERFORM
               CLOSE MODIF-TRV-FILE
               CLOSE MODIF-FILE
           END-IF.

       *>--------------------------------------------------------------
       CHOISIR-RANGS.
      *>   Rang du champ dans client.txt (guichet) et dans
      *>   FS-DONNEES-CLIENT (maitre), largeur de CLIENTREC.
           MOVE 0 TO WS-RANG-GUICHET WS-RANG-MAITRE WS-LARGEUR
           EVALUATE WS-DEM-CHAMP
               WHEN "STATUT"
                   MOVE 6  TO WS-RANG-GUICHET
                   MOVE 3  TO WS-RANG-MAITRE
                   MOVE 1  TO WS-LARGEUR
               WHEN "RUE"
                   MOVE 7  TO WS-RANG-GUICHET
                   MOVE 4  TO WS-RANG-MAITRE
                   MOVE 30 TO WS-LARGEUR
               WHEN "VILLE"
                   MOVE 8  TO WS-RANG-GUICHET
                   MOVE 5  TO WS-RANG-MAITRE
                   MOVE 20 TO WS-LARGEUR
               WHEN "CODE-POSTAL"
                   MOVE 9  TO WS-RANG-GUICHET
                   MOVE 6  TO WS-RANG-MAITRE
                   MOVE 10 TO WS-LARGEUR
               WHEN "TELEPHONE"
                   MOVE 10 TO WS-RANG-GUICHET
                   MOVE 7  TO WS-RANG-MAITRE
                   MOVE 15 TO WS-LARGEUR
               WHEN "SEGMENT"
                   MOVE 12 TO WS-RANG-GUICHET
                   MOVE 8  TO WS-RANG-MAITRE
                   MOVE 1  TO WS-LARGEUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------------------
       APPLIQUER-AU-GUICHET.
      *>   La fiche du client dans client.txt recoit la valeur apres,
      *>   a condition de porter encore la valeur avant de la demande
      *>   (sinon la fiche a change depuis, la demande est perimee).
      *>   Reecriture par fichier de travail, comme
      *>   MARQUER-FICHE-GUICHET dans DECES-CLIENT ; le fichier n'est
      *>   recopie que si le changement a pris.
           MOVE 'N' TO WS-GUI-APPLIQUEE
           MOVE 'N' TO WS-GUI-PRESENTE
           PERFORM CHOISIR-RANGS
           IF WS-RANG-GUICHET = 0 OR WS-DEM-ID = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-DATE-SUPPR FROM DATE YYYYMMDD
           MOVE WS-DATE-SUPPR TO WS-DATE-SUPPR-X
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
               PERFORM APPLIQUER-LIGNE-GUICHET
               WRITE GUICHET-TRV-LIGNE
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
           END-PERFORM
           CLOSE GUICHET-FILE
           CLOSE GUICHET-TRV-FILE

           IF WS-GUI-PRESENTE = 'N'
               DISPLAY "Fiche guichet du client " WS-DEM-ID-CHAR
                       " absente de client.txt"
           END-IF
           IF WS-GUI-APPLIQUEE = 'N'
               EXIT PARAGRAPH
           END-IF

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
           CLOSE GUICHET-FILE.

       *>--------------------------------------------------------------
       APPLIQUER-LIGNE-GUICHET.
           IF GUICHET-TRV-LIGNE = SPACES OR WS-GUI-APPLIQUEE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GUI-ID-CHAR
           UNSTRING GUICHET-TRV-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-GUI-ID-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-GUI-ID-CHAR) NOT = WS-DEM-ID
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-GUI-PRESENTE

      *>   Une fiche sortie du guichet (supprimee 'D', decedee 'F')
      *>   n'accepte plus de changement.
           MOVE GUICHET-TRV-LIGNE TO WS-RCP-LIGNE
           MOVE 6 TO WS-RCP-RANG
           PERFORM LIRE-CHAMP
           IF WS-RCP-TROUVE = 'N' OR WS-RCP-ACTUEL (1:1) NOT = 'A'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RANG-GUICHET TO WS-RCP-RANG
           PERFORM LIRE-CHAMP
           IF WS-RCP-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (WS-RCP-ACTUEL) NOT =
              FUNCTION TRIM (WS-DEM-AVANT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEM-APRES TO WS-RCP-VALEUR
           MOVE WS-LARGEUR   TO WS-RCP-LARGEUR
           PERFORM REMPLACER-CHAMP

      *>   Le statut 'D' part avec la date de suppression (onzieme
      *>   champ) : c'est elle qui fait courir la retention avant
      *>   archivage.
           IF WS-DEM-CHAMP = "STATUT" AND WS-DEM-APRES (1:1) = 'D'
               MOVE 11 TO WS-RCP-RANG
               PERFORM LIRE-CHAMP
               IF WS-RCP-TROUVE = 'Y'
                   MOVE WS-DATE-SUPPR-X TO WS-RCP-VALEUR
                   MOVE 8 TO WS-RCP-LARGEUR
                   PERFORM REMPLACER-CHAMP
               END-IF
           END-IF
      *>   Une nouvelle adresse leve l'indicateur de courrier revenu
      *>   (dix-neuvieme champ) : les plis repartent a l'imprimeur.
           IF WS-DEM-CHAMP = "RUE" OR WS-DEM-CHAMP = "VILLE" OR
              WS-DEM-CHAMP = "CODE-POSTAL"
               MOVE 19 TO WS-RCP-RANG
               PERFORM LIRE-CHAMP
               IF WS-RCP-TROUVE = 'Y' AND WS-RCP-ACTUEL NOT = SPACES
                   MOVE SPACES TO WS-RCP-VALEUR
                   MOVE 1 TO WS-RCP-LARGEUR
                   PERFORM REMPLACER-CHAMP
               END-IF
           END-IF
           MOVE WS-RCP-LIGNE TO GUICHET-TRV-LIGNE
           MOVE 'Y' TO WS-GUI-APPLIQUEE.

       *>--------------------------------------------------------------
       APPLIQUER-AU-MAITRE.
      *>   Le maitre clients.csv recoit le meme changement par sa
      *>   cle ; la suppression logique 'D' y retire la cle, comme
      *>   SUPPRIMER-DU-MAITRE dans SYNC-CLIENT. Un client pas encore
      *>   reporte au maitre le sera par SYNC-CLIENT, depuis la fiche
      *>   guichet deja a jour.
           OPEN I-O CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "clients.csv indisponible (" WS-FS-CLIENT
                       ") -- report au prochain SYNC-CLIENT"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEM-ID TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Client " WS-DEM-ID-CHAR " pas encore au "
                           "maitre -- report au prochain SYNC-CLIENT"
                   CLOSE CLIENT-FILE
                   EXIT PARAGRAPH
           END-READ

           IF WS-DEM-CHAMP = "STATUT" AND WS-DEM-APRES (1:1) = 'D'
               DELETE CLIENT-FILE RECORD
               END-DELETE
           ELSE
               MOVE FS-DONNEES-CLIENT TO WS-RCP-LIGNE
               MOVE WS-RANG-MAITRE TO WS-RCP-RANG
               PERFORM LIRE-CHAMP
               IF WS-RCP-TROUVE = 'N'
                   DISPLAY "Enregistrement maitre du client "
                           WS-DEM-ID-CHAR " a l'ancien format -- "
                           "report au prochain SYNC-CLIENT"
                   CLOSE CLIENT-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DEM-APRES TO WS-RCP-VALEUR
               MOVE WS-LARGEUR   TO WS-RCP-LARGEUR
               PERFORM REMPLACER-CHAMP
               MOVE WS-RCP-LIGNE TO FS-DONNEES-CLIENT
               REWRITE FS-LIGNE-CLIENT
           END-IF
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur mise a jour du maitre pour le client "
                       WS-DEM-ID-CHAR " : " WS-FS-CLIENT
               MOVE "APPLIQUER-AU-MAITRE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT          TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE CLIENT-FILE.

       *>--------------------------------------------------------------
       LIRE-CHAMP.
      *>   Reperes du champ de rang WS-RCP-RANG dans WS-RCP-LIGNE :
      *>   WS-RCP-DEBUT juste apres le '|' qui le precede, WS-RCP-FIN
      *>   sur le '|' qui le suit (ou apres la fin de la ligne).
           MOVE 'N' TO WS-RCP-TROUVE
           MOVE SPACES TO WS-RCP-ACTUEL
           COMPUTE WS-RCP-LONG = FUNCTION LENGTH
               (FUNCTION TRIM (WS-RCP-LIGNE TRAILING))
           MOVE 0 TO WS-RCP-BARRES WS-RCP-DEBUT WS-RCP-FIN
           IF WS-RCP-RANG = 1
               MOVE 1 TO WS-RCP-DEBUT
           END-IF
           PERFORM VARYING WS-RCP-POS FROM 1 BY 1
                    UNTIL WS-RCP-POS > WS-RCP-LONG
                       OR WS-RCP-FIN > 0
               IF WS-RCP-LIGNE (WS-RCP-POS:1) = "|"
                   ADD 1 TO WS-RCP-BARRES
                   IF WS-RCP-BARRES = WS-RCP-RANG - 1
                       COMPUTE WS-RCP-DEBUT = WS-RCP-POS + 1
                   END-IF
                   IF WS-RCP-BARRES = WS-RCP-RANG
                       MOVE WS-RCP-POS TO WS-RCP-FIN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RCP-DEBUT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RCP-FIN = 0
               COMPUTE WS-RCP-FIN = WS-RCP-LONG + 1
           END-IF
           IF WS-RCP-FIN > WS-RCP-DEBUT
               MOVE WS-RCP-LIGNE (WS-RCP-DEBUT :
                    WS-RCP-FIN - WS-RCP-DEBUT) TO WS-RCP-ACTUEL
           END-IF
           MOVE 'Y' TO WS-RCP-TROUVE.

       *>--------------------------------------------------------------
       REMPLACER-CHAMP.
      *>   Le champ repere par LIRE-CHAMP est remplace par
      *>   WS-RCP-VALEUR sur WS-RCP-LARGEUR caracteres ; ce qui le
      *>   precede et ce qui le suit repart tel quel.
           MOVE SPACES TO WS-RCP-NOUVELLE
           MOVE 1 TO WS-RCP-PTR
           IF WS-RCP-DEBUT > 1
               STRING WS-RCP-LIGNE (1 : WS-RCP-DEBUT - 1)
                                           DELIMITED BY SIZE
                      INTO WS-RCP-NOUVELLE
                      WITH POINTER WS-RCP-PTR
               END-STRING
           END-IF
           STRING WS-RCP-VALEUR (1 : WS-RCP-LARGEUR)
                                           DELIMITED BY SIZE
                  INTO WS-RCP-NOUVELLE
                  WITH POINTER WS-RCP-PTR
           END-STRING
           IF WS-RCP-FIN <= WS-RCP-LONG
               STRING WS-RCP-LIGNE (WS-RCP-FIN :
                      WS-RCP-LONG - WS-RCP-FIN + 1)
                                           DELIMITED BY SIZE
                      INTO WS-RCP-NOUVELLE
                      WITH POINTER WS-RCP-PTR
               END-STRING
           END-IF
           MOVE WS-RCP-NOUVELLE TO WS-RCP-LIGNE.

       *>--------------------------------------------------------------
       JOURNALISER-CHANGEMENT.
      *>   Le changement approuve laisse sa ligne avant/apres dans
      *>   l'historique du maitre, comme les modifications directes
      *>   de TEST-CLIENT.
           MOVE WS-DEM-ID    TO WS-HIS-ID
           MOVE WS-DEM-CHAMP TO WS-HIS-CHAMP
           MOVE WS-DEM-AVANT TO WS-HIS-AVANT
           MOVE WS-DEM-APRES TO WS-HIS-APRES
           CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                WS-HIS-AVANT WS-HIS-APRES.

       *>--------------------------------------------------------------
       JOURNALISER-DECISION.
      *>   Chaque decision laisse sa trace avec les deux operateurs,
      *>   dans le meme journal que les contresignatures de
      *>   APPROBATIONS.
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
                  " DECISION="   DELIMITED BY SIZE
                  WS-DECISION    DELIMITED BY SIZE
                  " CLIENT="     DELIMITED BY SIZE
                  WS-LIGNE-CHOISIE (1:70) DELIMITED BY SIZE
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
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
