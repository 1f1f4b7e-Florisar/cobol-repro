       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAISSE-GUICHET.

      *----------------------------------------------------------------
      * Nom du programme : CAISSE-GUICHET
      * Description    : Caisse du guichetier -- les versements et
      *                  retraits en especes saisis par SAISIE-TRANS
      *                  partaient au lot sans qu'on puisse les
      *                  rapprocher de l'argent du tiroir. L'operateur
      *                  de la session (operateur_session.txt) ouvre
      *                  sa caisse de la journee avec un fonds compte
      *                  par coupure ; chaque mouvement especes qu'il
      *                  saisit ensuite est inscrit contre cette caisse
      *                  (caisses_mouvements.txt, CAISMVTREC). A
      *                  l'arrete, il recompte le tiroir par coupure
      *                  sans voir l'attendu, et le programme donne
      *                  l'excedent ou le manquant contre fonds +
      *                  entrees - sorties. Un ecart au-dela de la
      *                  tolerance (cle CAISSE-TOLERANCE, en euros) ne
      *                  se clot que sous le visa d'un superviseur qui
      *                  s'authentifie (jamais l'operateur lui-meme) ;
      *                  sans visa la caisse reste ouverte. Le registre
      *                  caisses.txt (CAISSEREC) garde le resultat de
      *                  chaque caisse, repris par TABLEAU-BORD.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAISSES-FILE
              ASSIGN TO "caisses.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CAISSES.

           SELECT CAISSES-TRV-FILE
              ASSIGN TO "caisses.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CAISSES-TRV.

           SELECT MOUVEMENTS-FILE
              ASSIGN TO "caisses_mouvements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MOUVEMENTS.

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
       FD CAISSES-FILE.
       01 CAI-REC.
           COPY CAISSEREC.

       FD CAISSES-TRV-FILE.
       01 CAISSES-TRV-LIGNE PIC X(140).

       FD MOUVEMENTS-FILE.
       01 CMV-REC.
           COPY CAISMVTREC.

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       FD OPERATEURS-FILE.
       01 OPERATEUR-LIGNE PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-FS-CAISSES       PIC XX.
       01 WS-FS-CAISSES-TRV   PIC XX.
       01 WS-FS-MOUVEMENTS    PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-FS-OPERATEURS    PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-CONFIRMATION     PIC X(1).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Tolerance d'ecart en euros : valeur par defaut du
      *>   programme, remplacee par parametres.txt si la cle existe.
       01 WS-TOLERANCE        PIC 9(7)V99 VALUE 10.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   en place quand la cle est absente.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Caisse de l'operateur pour la journee, relue au registre.
       01 WS-CAISSE-TROUVEE   PIC X(1).
       01 WS-CAISSE-LUE       PIC X(140).
       01 WS-LIGNE-TROUVEE    PIC X(1).
       01 WS-NB-CAISSES       PIC 9(3) VALUE 0.

      *>   Position de la caisse : cumuls des mouvements especes.
       01 WS-FONDS            PIC 9(7)V99 VALUE 0.
       01 WS-ENTREES          PIC 9(7)V99 VALUE 0.
       01 WS-SORTIES          PIC 9(7)V99 VALUE 0.
       01 WS-ATTENDU          PIC S9(7)V99 VALUE 0.
       01 WS-NB-ENTREES       PIC 9(5) VALUE 0.
       01 WS-NB-SORTIES       PIC 9(5) VALUE 0.
       01 WS-ECART            PIC S9(7)V99 VALUE 0.
       01 WS-ECART-ABSOLU     PIC 9(7)V99 VALUE 0.
       01 WS-SENS             PIC X(1).
       01 WS-VISA             PIC X(8) VALUE SPACES.

      *>   Coupures comptees, de la plus forte a la plus faible.
       01 WS-VALEURS-COUPURES.
           05 FILLER PIC 9(3) VALUE 500.
           05 FILLER PIC 9(3) VALUE 200.
           05 FILLER PIC 9(3) VALUE 100.
           05 FILLER PIC 9(3) VALUE 50.
           05 FILLER PIC 9(3) VALUE 20.
           05 FILLER PIC 9(3) VALUE 10.
           05 FILLER PIC 9(3) VALUE 5.
       01 WS-TABLE-COUPURES REDEFINES WS-VALEURS-COUPURES.
           05 WS-VALEUR-COUPURE PIC 9(3) OCCURS 7 TIMES.
       01 WS-COMPTAGE.
           05 WS-NB-COUPURE     PIC 9(5) OCCURS 7 TIMES.
       01 WS-NO-COUPURE       PIC 9(2) VALUE 0.
       01 WS-COUPURE-EDIT     PIC ZZ9.
       01 WS-PIECES           PIC 9(5)V99 VALUE 0.
       01 WS-TOTAL-COMPTE     PIC 9(7)V99 VALUE 0.

       01 WS-MONTANT-EDIT     PIC Z(6)9.99.
       01 WS-MONTANT-EDIT-2   PIC Z(6)9.99.
       01 WS-MONTANT-EDIT-3   PIC Z(6)9.99.
       01 WS-MONTANT-EDIT-4   PIC Z(6)9.99.

      *>   Visa du superviseur : memes controles que le second
      *>   regard d'APPROBATIONS, plus le role 'S' exige.
       01 WS-SECOND-OPER      PIC X(8) VALUE SPACES.
       01 WS-SECOND-CODE      PIC X(8) VALUE SPACES.
       01 WS-SECOND-VALIDE    PIC X(1) VALUE 'N'.
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

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : deux guichets ne reecrivent pas le registre
      *>   des caisses en meme temps.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           MOVE 0 TO RETURN-CODE
           DISPLAY WS-SEPARATEUR
           DISPLAY "CAISSE DU GUICHET"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION
           IF WS-OPER-SESSION = SPACES
               DISPLAY "Aucun operateur en session -- caisse "
                       "impossible"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE "CAISSE-TOLERANCE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
               MOVE WS-PRM-VALEUR-NUM TO WS-TOLERANCE
           END-IF
           DISPLAY "Operateur " FUNCTION TRIM (WS-OPER-SESSION)
                   " -- journee " WS-DATE-JOUR

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Ouvrir ma caisse (fonds compte)"
               DISPLAY "2 = Position de ma caisse"
               DISPLAY "3 = Arreter ma caisse (comptage)"
               DISPLAY "4 = Caisses de la journee"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM OUVRIR-CAISSE
                   WHEN '2'
                       PERFORM AFFICHER-POSITION
                   WHEN '3'
                       PERFORM ARRETER-CAISSE
                   WHEN '4'
                       PERFORM LISTER-CAISSES-JOUR
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
      *>   l'ouverture ; la caisse est la sienne.
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
       CHERCHER-CAISSE.
      *>   Caisse de l'operateur pour la journee d'exploitation ; la
      *>   ligne trouvee est gardee dans WS-CAISSE-LUE et remise dans
      *>   CAI-REC en sortie.
           MOVE 'N' TO WS-CAISSE-TROUVEE
           MOVE SPACES TO WS-CAISSE-LUE
           OPEN INPUT CAISSES-FILE
           IF WS-FS-CAISSES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CAISSES-FILE
               AT END MOVE "10" TO WS-FS-CAISSES
           END-READ
           PERFORM UNTIL WS-FS-CAISSES = "10"
               IF CAI-DATE = WS-DATE-JOUR AND
                  CAI-OPERATEUR = WS-OPER-SESSION
                   MOVE 'Y' TO WS-CAISSE-TROUVEE
                   MOVE CAI-REC TO WS-CAISSE-LUE
               END-IF
               READ CAISSES-FILE
                   AT END MOVE "10" TO WS-FS-CAISSES
               END-READ
           END-PERFORM
           CLOSE CAISSES-FILE
           MOVE WS-CAISSE-LUE TO CAI-REC.

       *>--------------------------------------------------------------
       OUVRIR-CAISSE.
           PERFORM CHERCHER-CAISSE
           IF WS-CAISSE-TROUVEE = 'Y'
               IF CAI-ETAT = 'O'
                   DISPLAY "Votre caisse est deja ouverte pour la "
                           "journee"
               ELSE
                   DISPLAY "Votre caisse est deja arretee pour la "
                           "journee -- pas de seconde ouverture"
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Comptage du fonds de caisse par coupure :"
           PERFORM COMPTER-COUPURES
           MOVE WS-TOTAL-COMPTE TO WS-MONTANT-EDIT
           DISPLAY "Fonds de caisse compte : " WS-MONTANT-EDIT
           DISPLAY "Confirmer l'ouverture de la caisse ? (O/N) :"
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = 'O' AND WS-CONFIRMATION NOT = 'o'
               DISPLAY "Ouverture abandonnee"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRENDRE-VERROU-CAISSES
           IF WS-VRT-RETOUR = "EN"
               EXIT PARAGRAPH
           END-IF
      *>   Relue sous verrou : un autre poste ouvert sous le meme
      *>   identifiant a pu passer entre-temps.
           PERFORM CHERCHER-CAISSE
           IF WS-CAISSE-TROUVEE = 'Y'
               DISPLAY "Caisse ouverte entre-temps sur un autre poste "
                       "-- rien n'est fait"
               PERFORM LIBERER-VERROU-CAISSES
               EXIT PARAGRAPH
           END-IF

           MOVE ALL "|" TO CAI-REC
           MOVE WS-DATE-JOUR      TO CAI-DATE
           MOVE WS-OPER-SESSION   TO CAI-OPERATEUR
           MOVE 'O'               TO CAI-ETAT
           MOVE WS-TOTAL-COMPTE   TO CAI-FONDS
           MOVE 0                 TO CAI-ENTREES
           MOVE 0                 TO CAI-SORTIES
           MOVE 0                 TO CAI-ATTENDU
           MOVE 0                 TO CAI-COMPTE
           MOVE SPACE             TO CAI-SENS
           MOVE 0                 TO CAI-ECART
           MOVE SPACES            TO CAI-SUPERVISEUR
           PERFORM RECOPIER-COMPTAGE
           OPEN INPUT CAISSES-FILE
           IF WS-FS-CAISSES = "00"
               CLOSE CAISSES-FILE
               OPEN EXTEND CAISSES-FILE
           ELSE
               OPEN OUTPUT CAISSES-FILE
           END-IF
           WRITE CAI-REC
           CLOSE CAISSES-FILE
           PERFORM LIBERER-VERROU-CAISSES
           DISPLAY "Caisse ouverte avec un fonds de " WS-MONTANT-EDIT.

       *>--------------------------------------------------------------
       COMPTER-COUPURES.
      *>   Un nombre de billets par coupure, puis la monnaie en
      *>   centimes ; le total tombe dans WS-TOTAL-COMPTE.
           MOVE 0 TO WS-TOTAL-COMPTE
           PERFORM VARYING WS-NO-COUPURE FROM 1 BY 1
                   UNTIL WS-NO-COUPURE > 7
               MOVE WS-VALEUR-COUPURE (WS-NO-COUPURE)
                    TO WS-COUPURE-EDIT
               MOVE SPACES TO WS-LIBELLE-SAISIE
               STRING "Nombre de billets de "   DELIMITED BY SIZE
                      FUNCTION TRIM (WS-COUPURE-EDIT)
                                                DELIMITED BY SIZE
                      " euros :"                DELIMITED BY SIZE
                      INTO WS-LIBELLE-SAISIE
               END-STRING
               MOVE 0     TO WS-BORNE-MIN-SAISIE
               MOVE 99999 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-NB-COUPURE (WS-NO-COUPURE)
               COMPUTE WS-TOTAL-COMPTE = WS-TOTAL-COMPTE
                   + WS-NB-COUPURE (WS-NO-COUPURE)
                   * WS-VALEUR-COUPURE (WS-NO-COUPURE)
           END-PERFORM
           MOVE "Monnaie (total en centimes) :" TO WS-LIBELLE-SAISIE
           MOVE 0       TO WS-BORNE-MIN-SAISIE
           MOVE 9999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           COMPUTE WS-PIECES = WS-VALEUR-SAISIE / 100
           ADD WS-PIECES TO WS-TOTAL-COMPTE.

       *>--------------------------------------------------------------
       RECOPIER-COMPTAGE.
           PERFORM VARYING WS-NO-COUPURE FROM 1 BY 1
                   UNTIL WS-NO-COUPURE > 7
               MOVE WS-NB-COUPURE (WS-NO-COUPURE)
                    TO CAI-NB-BILLETS (WS-NO-COUPURE)
           END-PERFORM
           MOVE WS-PIECES TO CAI-PIECES.

       *>--------------------------------------------------------------
       CUMULER-MOUVEMENTS.
      *>   Versements et retraits especes de l'operateur pour la
      *>   journee, puis la caisse attendue.
           MOVE CAI-FONDS TO WS-FONDS
           MOVE 0 TO WS-ENTREES WS-SORTIES
           MOVE 0 TO WS-NB-ENTREES WS-NB-SORTIES
           OPEN INPUT MOUVEMENTS-FILE
           IF WS-FS-MOUVEMENTS = "00"
               READ MOUVEMENTS-FILE
                   AT END MOVE "10" TO WS-FS-MOUVEMENTS
               END-READ
               PERFORM UNTIL WS-FS-MOUVEMENTS = "10"
                   IF CMV-DATE = WS-DATE-JOUR AND
                      CMV-OPERATEUR = WS-OPER-SESSION AND
                      CMV-MONTANT IS NUMERIC
                       IF CMV-SENS = 'E'
                           ADD 1 TO WS-NB-ENTREES
                           ADD CMV-MONTANT TO WS-ENTREES
                       END-IF
                       IF CMV-SENS = 'S'
                           ADD 1 TO WS-NB-SORTIES
                           ADD CMV-MONTANT TO WS-SORTIES
                       END-IF
                   END-IF
                   READ MOUVEMENTS-FILE
                       AT END MOVE "10" TO WS-FS-MOUVEMENTS
                   END-READ
               END-PERFORM
               CLOSE MOUVEMENTS-FILE
           END-IF
           COMPUTE WS-ATTENDU = WS-FONDS + WS-ENTREES - WS-SORTIES.

       *>--------------------------------------------------------------
       AFFICHER-POSITION.
           PERFORM CHERCHER-CAISSE
           IF WS-CAISSE-TROUVEE = 'N'
               DISPLAY "Aucune caisse ouverte a votre nom pour la "
                       "journee"
               EXIT PARAGRAPH
           END-IF
           IF CAI-ETAT NOT = 'O'
               DISPLAY "Votre caisse est arretee pour la journee"
               PERFORM AFFICHER-CAISSE
               EXIT PARAGRAPH
           END-IF
           PERFORM CUMULER-MOUVEMENTS
           DISPLAY WS-SEPARATEUR
           MOVE WS-FONDS TO WS-MONTANT-EDIT
           DISPLAY "Fonds de caisse      : " WS-MONTANT-EDIT
           MOVE WS-ENTREES TO WS-MONTANT-EDIT
           DISPLAY "Versements especes   : " WS-MONTANT-EDIT
                   " (" WS-NB-ENTREES ")"
           MOVE WS-SORTIES TO WS-MONTANT-EDIT
           DISPLAY "Retraits especes     : " WS-MONTANT-EDIT
                   " (" WS-NB-SORTIES ")"
           MOVE WS-ATTENDU TO WS-MONTANT-EDIT
           DISPLAY "Caisse attendue      : " WS-MONTANT-EDIT
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       ARRETER-CAISSE.
      *>   Le tiroir est recompte a l'aveugle : l'attendu n'est
      *>   montre qu'avec le resultat.
           PERFORM CHERCHER-CAISSE
           IF WS-CAISSE-TROUVEE = 'N' OR CAI-ETAT NOT = 'O'
               DISPLAY "Aucune caisse ouverte a votre nom pour la "
                       "journee"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Comptage du tiroir par coupure :"
           PERFORM COMPTER-COUPURES
           PERFORM CUMULER-MOUVEMENTS
           COMPUTE WS-ECART = WS-TOTAL-COMPTE - WS-ATTENDU
           IF WS-ECART < 0
               MOVE '-' TO WS-SENS
               COMPUTE WS-ECART-ABSOLU = 0 - WS-ECART
           ELSE
               IF WS-ECART > 0
                   MOVE '+' TO WS-SENS
               ELSE
                   MOVE SPACE TO WS-SENS
               END-IF
               MOVE WS-ECART TO WS-ECART-ABSOLU
           END-IF

           DISPLAY WS-SEPARATEUR
           MOVE WS-ATTENDU TO WS-MONTANT-EDIT
           MOVE WS-TOTAL-COMPTE TO WS-MONTANT-EDIT-2
           MOVE WS-ECART-ABSOLU TO WS-MONTANT-EDIT-3
           DISPLAY "Caisse attendue      : " WS-MONTANT-EDIT
           DISPLAY "Caisse comptee       : " WS-MONTANT-EDIT-2
           EVALUATE WS-SENS
               WHEN '+'
                   DISPLAY "EXCEDENT             : " WS-MONTANT-EDIT-3
               WHEN '-'
                   DISPLAY "MANQUANT             : " WS-MONTANT-EDIT-3
               WHEN OTHER
                   DISPLAY "CAISSE JUSTE"
           END-EVALUATE
           DISPLAY WS-SEPARATEUR

           MOVE SPACES TO WS-VISA
           IF WS-ECART-ABSOLU > WS-TOLERANCE
               MOVE WS-TOLERANCE TO WS-MONTANT-EDIT
               DISPLAY "Ecart au-dela de la tolerance de "
                       WS-MONTANT-EDIT " -- visa d'un superviseur "
                       "exige"
               PERFORM OBTENIR-VISA-SUPERVISEUR
               IF WS-SECOND-VALIDE = 'N'
                   DISPLAY "Pas de visa valide -- la caisse reste "
                           "ouverte (recompter ou faire viser)"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SECOND-OPER TO WS-VISA
           END-IF

           DISPLAY "Confirmer l'arrete de la caisse ? (O/N) :"
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = 'O' AND WS-CONFIRMATION NOT = 'o'
               DISPLAY "Arrete abandonne -- la caisse reste ouverte"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRENDRE-VERROU-CAISSES
           IF WS-VRT-RETOUR = "EN"
               EXIT PARAGRAPH
           END-IF
           PERFORM MARQUER-CAISSE-ARRETEE
           PERFORM LIBERER-VERROU-CAISSES
           IF WS-LIGNE-TROUVEE = 'N'
               DISPLAY "Caisse introuvable au registre -- rien n'est "
                       "fait"
           ELSE
               DISPLAY "Caisse arretee pour la journee"
           END-IF.

       *>--------------------------------------------------------------
       OBTENIR-VISA-SUPERVISEUR.
      *>   Le visa doit venir d'un AUTRE operateur, superviseur actif,
      *>   qui s'authentifie vraiment -- trois essais, comme au MENU.
           MOVE 0 TO WS-NB-ESSAIS
           MOVE 'N' TO WS-SECOND-VALIDE
           PERFORM UNTIL WS-SECOND-VALIDE = 'Y' OR WS-NB-ESSAIS >= 3
               ADD 1 TO WS-NB-ESSAIS
               DISPLAY "Identifiant du superviseur :"
               MOVE SPACES TO WS-SECOND-OPER
               ACCEPT WS-SECOND-OPER
               IF WS-SECOND-OPER = WS-OPER-SESSION
                   DISPLAY "Le superviseur doit differer de "
                           "l'operateur de la caisse"
               ELSE
                   DISPLAY "Code du superviseur :"
                   MOVE SPACES TO WS-SECOND-CODE
                   ACCEPT WS-SECOND-CODE WITH NO-ECHO
                   PERFORM VERIFIER-SUPERVISEUR
                   IF WS-SECOND-VALIDE = 'N'
                       DISPLAY "Superviseur inconnu, desactive ou "
                               "code errone"
                   END-IF
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       VERIFIER-SUPERVISEUR.
      *>   Meme lecture d'operateurs.txt que VERIFIER-SECOND-OPERATEUR
      *>   dans APPROBATIONS, le role 'S' en plus.
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
               PERFORM EXAMINER-LIGNE-SUPERVISEUR
               READ OPERATEURS-FILE
                   AT END MOVE "10" TO WS-FS-OPERATEURS
               END-READ
           END-PERFORM
           CLOSE OPERATEURS-FILE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-SUPERVISEUR.
           MOVE SPACES TO WS-OPER-ID WS-OPER-CODE WS-OPER-ROLE
           MOVE SPACES TO WS-OPER-STATUT WS-OPER-DATE-CHGT
           MOVE SPACES TO WS-OPER-FORCER
           UNSTRING OPERATEUR-LIGNE DELIMITED BY "|"
               INTO WS-OPER-ID WS-OPER-CODE WS-OPER-ROLE
                    WS-OPER-STATUT WS-OPER-DATE-CHGT
                    WS-OPER-FORCER
           END-UNSTRING
           IF WS-OPER-ID NOT = WS-SECOND-OPER OR
              WS-OPER-ID = SPACES OR WS-OPER-ROLE NOT = 'S'
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
       MARQUER-CAISSE-ARRETEE.
      *>   La caisse de l'operateur prend son resultat ; le registre
      *>   est reecrit par fichier de travail, comme dans LITIGES.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           OPEN INPUT CAISSES-FILE
           IF WS-FS-CAISSES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CAISSES-TRV-FILE
           READ CAISSES-FILE
               AT END MOVE "10" TO WS-FS-CAISSES
           END-READ
           PERFORM UNTIL WS-FS-CAISSES = "10"
               IF CAI-DATE = WS-DATE-JOUR AND
                  CAI-OPERATEUR = WS-OPER-SESSION AND
                  CAI-ETAT = 'O'
                   MOVE 'Y' TO WS-LIGNE-TROUVEE
                   MOVE 'F'             TO CAI-ETAT
                   MOVE WS-ENTREES      TO CAI-ENTREES
                   MOVE WS-SORTIES      TO CAI-SORTIES
                   MOVE WS-ATTENDU      TO CAI-ATTENDU
                   MOVE WS-TOTAL-COMPTE TO CAI-COMPTE
                   MOVE WS-SENS         TO CAI-SENS
                   MOVE WS-ECART-ABSOLU TO CAI-ECART
                   MOVE WS-VISA         TO CAI-SUPERVISEUR
                   PERFORM RECOPIER-COMPTAGE
               END-IF
               MOVE CAI-REC TO CAISSES-TRV-LIGNE
               WRITE CAISSES-TRV-LIGNE
               READ CAISSES-FILE
                   AT END MOVE "10" TO WS-FS-CAISSES
               END-READ
           END-PERFORM
           CLOSE CAISSES-FILE
           CLOSE CAISSES-TRV-FILE

           IF WS-LIGNE-TROUVEE = 'Y'
               OPEN OUTPUT CAISSES-FILE
               OPEN INPUT CAISSES-TRV-FILE
               READ CAISSES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-CAISSES-TRV
               END-READ
               PERFORM UNTIL WS-FS-CAISSES-TRV = "10"
                   MOVE CAISSES-TRV-LIGNE TO CAI-REC
                   WRITE CAI-REC
                   READ CAISSES-TRV-FILE
                       AT END MOVE "10" TO WS-FS-CAISSES-TRV
                   END-READ
               END-PERFORM
               CLOSE CAISSES-TRV-FILE
               CLOSE CAISSES-FILE
           END-IF.

       *>--------------------------------------------------------------
       LISTER-CAISSES-JOUR.
           MOVE 0 TO WS-NB-CAISSES
           DISPLAY "OPERATEUR ETAT      FONDS     ATTENDU      "
                   "COMPTE  S      ECART VISA"
           DISPLAY WS-SEPARATEUR
           OPEN INPUT CAISSES-FILE
           IF WS-FS-CAISSES = "00"
               READ CAISSES-FILE
                   AT END MOVE "10" TO WS-FS-CAISSES
               END-READ
               PERFORM UNTIL WS-FS-CAISSES = "10"
                   IF CAI-DATE = WS-DATE-JOUR
                       ADD 1 TO WS-NB-CAISSES
                       PERFORM AFFICHER-CAISSE
                   END-IF
                   READ CAISSES-FILE
                       AT END MOVE "10" TO WS-FS-CAISSES
                   END-READ
               END-PERFORM
               CLOSE CAISSES-FILE
           END-IF
           DISPLAY WS-SEPARATEUR
           DISPLAY "Caisses de la journee : " WS-NB-CAISSES.

       *>--------------------------------------------------------------
       AFFICHER-CAISSE.
           MOVE CAI-FONDS TO WS-MONTANT-EDIT
           IF CAI-ETAT = 'F'
               MOVE CAI-ATTENDU TO WS-MONTANT-EDIT-2
               MOVE CAI-COMPTE  TO WS-MONTANT-EDIT-3
               MOVE CAI-ECART   TO WS-MONTANT-EDIT-4
               DISPLAY CAI-OPERATEUR "  ARRETEE " WS-MONTANT-EDIT
                       " " WS-MONTANT-EDIT-2 " " WS-MONTANT-EDIT-3
                       "  " CAI-SENS " " WS-MONTANT-EDIT-4 " "
                       CAI-SUPERVISEUR
           ELSE
               DISPLAY CAI-OPERATEUR "  OUVERTE " WS-MONTANT-EDIT
           END-IF.

       *>--------------------------------------------------------------
       PRENDRE-VERROU-CAISSES.
           MOVE "CAISSES" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "REGISTRE DES CAISSES EN COURS DE MISE A JOUR "
                      "-- REESSAYER (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
           END-IF.

       *>--------------------------------------------------------------
       LIBERER-VERROU-CAISSES.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
