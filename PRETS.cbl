       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRETS.

      *----------------------------------------------------------------
      * Nom du programme : PRETS
      * Description    : Livre des prets amortissables -- jusqu'ici le
      *                  seul credit possible etait le decouvert
      *                  autorise de decouverts.txt, les prets
      *                  personnels vivaient sur papier. Chaque pret
      *                  accorde entre dans prets.dat (indexe par le
      *                  numero de pret, pris dans la serie
      *                  prets_control.txt) avec son capital, son taux,
      *                  sa duree et sa date de debut ; il est
      *                  rattache au client par le compte courant de
      *                  prelevement (titulaire relu dans comptes.txt
      *                  par COMPTE-REGISTRE). Le tableau
      *                  d'amortissement complet s'imprime par
      *                  EDITION-ETAT (etat_AMORT-PRET.txt). Le
      *                  decaissement et les echeances partent ensuite
      *                  dans le lot du soir par ECHEANCES-PRETS.
      *
      *                  Mensualite constante : C x t / (1 - (1+t)^-n),
      *                  t = taux annuel / 12, la derniere echeance
      *                  soldant exactement le capital restant.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRETS-FILE
              ASSIGN TO "prets.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRT-NUMERO
              FILE STATUS IS WS-FS-PRETS.

           SELECT CLIENT-FILE
              ASSIGN TO "clients.csv"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

      *>   Serie des numeros de pret : meme principe que
      *>   id_control.txt pour les identifiants clients.
           SELECT PRET-CONTROL-FILE
              ASSIGN TO "prets_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PRET-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD PRETS-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 PRT-REC.
           COPY PRETREC.

       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD PRET-CONTROL-FILE.
       01 LIGNE-PRET-CTL PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRETS         PIC XX.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-PRET-CTL      PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-REPONSE          PIC X(1).
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Pret en cours de saisie.
       01 WS-NUMERO-PRET      PIC 9(6) VALUE 0.
       01 WS-COMPTE-PRET      PIC 9(5) VALUE 0.
       01 WS-ID-CLIENT        PIC 9(5) VALUE 0.
       01 WS-DATE-DEBUT-SAISIE PIC X(10).
       01 WS-DATE-DEBUT       PIC 9(8) VALUE 0.
       01 WS-RESTE            PIC X(150).
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-STATUT-LU        PIC X(1).

      *>   Calcul de la mensualite et du tableau : taux mensuel,
      *>   facteur (1+t)^n, interets et capital de chaque echeance.
       01 WS-TAUX-MENSUEL     PIC 9V9(9) VALUE 0.
       01 WS-FACTEUR          PIC 9(7)V9(9) VALUE 0.
       01 WS-MENSUALITE       PIC 9(7)V99 VALUE 0.
       01 WS-RESTANT          PIC 9(7)V99 VALUE 0.
       01 WS-INTERET-ECH      PIC 9(7)V99 VALUE 0.
       01 WS-CAPITAL-ECH      PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-ECH      PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-INTERETS   PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ECHEANCES  PIC 9(9)V99 VALUE 0.
       01 WS-NUM-ECH          PIC 9(3) VALUE 0.

      *>   Date d'une echeance : date de debut avancee de WS-NUM-ECH
      *>   mois, jour ramene a la fin du mois s'il deborde.
       01 WS-DATE-ECHEANCE    PIC 9(8) VALUE 0.
       01 WS-MOIS-TOTAL       PIC 9(6) VALUE 0.
       01 WS-PRO-ANNEE        PIC 9(4).
       01 WS-PRO-MOIS         PIC 99.
       01 WS-PRO-JOUR         PIC 99.
       01 WS-PRO-JOURS-MOIS   PIC 99.
       01 WS-RESTE-4          PIC 9(4).
       01 WS-RESTE-100        PIC 9(4).
       01 WS-RESTE-400        PIC 9(4).
       01 WS-BISSEXTILE       PIC X(1).

       01 WS-MONTANT-EDIT     PIC Z(6)9.99.
       01 WS-INTERET-EDIT     PIC Z(6)9.99.
       01 WS-CAPITAL-EDIT     PIC Z(6)9.99.
       01 WS-RESTANT-EDIT     PIC Z(6)9.99.
       01 WS-TOTAL-EDIT       PIC Z(8)9.99.
       01 WS-TAUX-EDIT        PIC Z9.99.
       01 WS-NB-PRETS-LISTES  PIC 9(3) VALUE 0.

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champ passe a SAISIE-DATE : 'N', la date de debut d'un
      *>   pret peut etre posee dans le futur.
       01 WS-FUTUR-INTERDIT    PIC X(1) VALUE 'N'.

      *>   Champs passes a COMPTE-REGISTRE (registre des comptes).
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "PRETS".
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

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "LIVRE DES PRETS"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

      *>   prets.dat encore absent (premier pret) : on le cree vide
      *>   avant de le rouvrir en mise a jour, meme contournement du
      *>   statut 35 que SYNC-CLIENT.
           OPEN I-O PRETS-FILE
           IF WS-FS-PRETS = "35"
               OPEN OUTPUT PRETS-FILE
               CLOSE PRETS-FILE
               OPEN I-O PRETS-FILE
           END-IF
           IF WS-FS-PRETS NOT = "00"
               DISPLAY "Erreur ouverture prets.dat : " WS-FS-PRETS
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-PRETS    TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
              DISPLAY "1 = Accorder un pret"
              DISPLAY "2 = Imprimer le tableau d'amortissement"
              DISPLAY "3 = Lister les prets d'un client"
              DISPLAY "Veuillez choisir une option :"
              ACCEPT WS-CHOIX
              EVALUATE WS-CHOIX
                  WHEN '1'
                      PERFORM ACCORDER-PRET
                  WHEN '2'
                      PERFORM DEMANDER-TABLEAU
                  WHEN '3'
                      PERFORM LISTER-PRETS-CLIENT
                  WHEN OTHER
                      DISPLAY "Option invalide"
              END-EVALUATE
              DISPLAY "Voulez-vous continuer ? (O/N) :"
              ACCEPT WS-STOP
           END-PERFORM

           CLOSE PRETS-FILE
           GOBACK.

       *>--------------------------------------------------------------
       ACCORDER-PRET.
      *>   Le compte de prelevement doit etre un compte courant actif
      *>   (un livret ne supporte pas les echeances) ; le pret entre
      *>   au statut 'N' : ECHEANCES-PRETS le decaissera au prochain
      *>   lot du soir, puis prelevera chaque mensualite a son
      *>   echeance.
           MOVE "Compte courant de prelevement :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE-PRET

           MOVE WS-COMPTE-PRET TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TYPE NOT = 'C'
               DISPLAY "Compte " WS-COMPTE-PRET " : pas un compte "
                       "courant -- pret refuse"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRG-TITULAIRE TO WS-ID-CLIENT

           PERFORM CONTROLER-COMPTE-PRET
           IF WS-STATUT-LU NOT = 'A'
               EXIT PARAGRAPH
           END-IF

           MOVE "Capital emprunte (euros) :" TO WS-LIBELLE-SAISIE
           MOVE 1       TO WS-BORNE-MIN-SAISIE
           MOVE 9999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO PRT-CAPITAL

           MOVE "Taux annuel en centiemes de % (450 = 4,50 %) :"
                TO WS-LIBELLE-SAISIE
           MOVE 0    TO WS-BORNE-MIN-SAISIE
           MOVE 2500 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           COMPUTE PRT-TAUX = WS-VALEUR-SAISIE / 100

           MOVE "Duree en mois :" TO WS-LIBELLE-SAISIE
           MOVE 1   TO WS-BORNE-MIN-SAISIE
           MOVE 360 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO PRT-DUREE

           MOVE "Date de debut du pret (AAAA-MM-JJ) :"
                TO WS-LIBELLE-SAISIE
           MOVE 'N' TO WS-FUTUR-INTERDIT
           CALL "SAISIE-DATE" USING WS-LIBELLE-SAISIE
                WS-FUTUR-INTERDIT WS-DATE-DEBUT-SAISIE
           MOVE WS-DATE-DEBUT-SAISIE (1:4) TO WS-DATE-DEBUT (1:4)
           MOVE WS-DATE-DEBUT-SAISIE (6:2) TO WS-DATE-DEBUT (5:2)
           MOVE WS-DATE-DEBUT-SAISIE (9:2) TO WS-DATE-DEBUT (7:2)

           MOVE WS-COMPTE-PRET TO PRT-COMPTE
           MOVE WS-ID-CLIENT   TO PRT-CLIENT
           MOVE WS-DATE-DEBUT  TO PRT-DATE-DEBUT
           PERFORM CALCULER-MENSUALITE
           MOVE WS-MENSUALITE  TO PRT-MENSUALITE
           MOVE PRT-CAPITAL    TO PRT-RESTANT
           MOVE 0              TO PRT-NB-EMISES
           MOVE 1 TO WS-NUM-ECH
           PERFORM CALCULER-DATE-ECHEANCE
           MOVE WS-DATE-ECHEANCE TO PRT-PROCHAINE
           MOVE 'N'            TO PRT-STATUT
           MOVE WS-DATE-JOUR   TO PRT-DATE-OUVERTURE

           PERFORM ALLOUER-NUMERO-PRET
           MOVE WS-NUMERO-PRET TO PRT-NUMERO
           WRITE PRT-REC
               INVALID KEY
                   DISPLAY "Numero de pret " WS-NUMERO-PRET
                           " deja utilise -- pret abandonne"
                   MOVE "ACCORDER-PRET" TO WS-EXC-PARAGRAPHE
                   MOVE "DOUBLE"        TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE PRT-MENSUALITE TO WS-MONTANT-EDIT
           DISPLAY "Pret " WS-NUMERO-PRET " accorde au client "
                   WS-ID-CLIENT " -- mensualite "
                   FUNCTION TRIM (WS-MONTANT-EDIT)
                   ", premiere echeance le " PRT-PROCHAINE
           DISPLAY "Imprimer le tableau d'amortissement ? (O/N) :"
           ACCEPT WS-REPONSE
           IF WS-REPONSE = 'O' OR WS-REPONSE = 'o'
               PERFORM IMPRIMER-TABLEAU
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-COMPTE-PRET.
      *>   Le compte de prelevement doit exister dans clients.csv et
      *>   etre actif : WS-STATUT-LU rend 'A' si le pret peut etre
      *>   accorde.
           MOVE SPACES TO WS-STATUT-LU
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPTE-PRET TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Compte " WS-COMPTE-PRET " introuvable "
                           "-- pret refuse"
               NOT INVALID KEY
                   UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
                       INTO WS-RESTE WS-SOLDE-TEXTE WS-STATUT-LU
                   END-UNSTRING
                   IF WS-STATUT-LU NOT = 'A'
                       DISPLAY "Compte " WS-COMPTE-PRET " au statut "
                               WS-STATUT-LU " -- pret refuse"
                   END-IF
           END-READ
           CLOSE CLIENT-FILE.

       *>--------------------------------------------------------------
       CALCULER-MENSUALITE.
      *>   Mensualite constante arrondie au centime ; un pret a taux
      *>   zero se rembourse par parts egales.
           COMPUTE WS-TAUX-MENSUEL ROUNDED = PRT-TAUX / 1200
           IF WS-TAUX-MENSUEL = 0
               COMPUTE WS-MENSUALITE ROUNDED =
                   PRT-CAPITAL / PRT-DUREE
           ELSE
               COMPUTE WS-FACTEUR ROUNDED =
                   (1 + WS-TAUX-MENSUEL) ** PRT-DUREE
               COMPUTE WS-MENSUALITE ROUNDED =
                   PRT-CAPITAL * WS-TAUX-MENSUEL * WS-FACTEUR
                   / (WS-FACTEUR - 1)
           END-IF.

       *>--------------------------------------------------------------
       CALCULER-DATE-ECHEANCE.
      *>   Date de l'echeance numero WS-NUM-ECH : date de debut plus
      *>   autant de mois, jour ramene a la fin du mois s'il deborde
      *>   (un pret parti le 31 echoit le 28 ou 29 en fevrier) --
      *>   toujours recalcule depuis la date de debut pour que le
      *>   quantieme ne derive pas.
           MOVE PRT-DATE-DEBUT (1:4) TO WS-PRO-ANNEE
           MOVE PRT-DATE-DEBUT (5:2) TO WS-PRO-MOIS
           MOVE PRT-DATE-DEBUT (7:2) TO WS-PRO-JOUR
           COMPUTE WS-MOIS-TOTAL =
               WS-PRO-ANNEE * 12 + WS-PRO-MOIS - 1 + WS-NUM-ECH
           COMPUTE WS-PRO-ANNEE = WS-MOIS-TOTAL / 12
           COMPUTE WS-PRO-MOIS = WS-MOIS-TOTAL - (WS-PRO-ANNEE * 12) + 1
           PERFORM CALCULER-JOURS-DU-MOIS
           IF WS-PRO-JOUR > WS-PRO-JOURS-MOIS
               MOVE WS-PRO-JOURS-MOIS TO WS-PRO-JOUR
           END-IF
           COMPUTE WS-DATE-ECHEANCE = WS-PRO-ANNEE * 10000
               + WS-PRO-MOIS * 100 + WS-PRO-JOUR.

       *>--------------------------------------------------------------
       CALCULER-JOURS-DU-MOIS.
      *>   Vraie longueur du mois, fevrier bissextile compris -- meme
      *>   regle que CONTROLER-CALENDRIER dans SAISIE-DATE.
           EVALUATE WS-PRO-MOIS
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-PRO-JOURS-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PRO-JOURS-MOIS
               WHEN 2
                   MOVE 'N' TO WS-BISSEXTILE
                   COMPUTE WS-RESTE-4 =
                       FUNCTION MOD (WS-PRO-ANNEE, 4)
                   COMPUTE WS-RESTE-100 =
                       FUNCTION MOD (WS-PRO-ANNEE, 100)
                   COMPUTE WS-RESTE-400 =
                       FUNCTION MOD (WS-PRO-ANNEE, 400)
                   IF WS-RESTE-4 = 0 AND
                      (WS-RESTE-100 NOT = 0 OR WS-RESTE-400 = 0)
                       MOVE 'Y' TO WS-BISSEXTILE
                   END-IF
                   IF WS-BISSEXTILE = 'Y'
                       MOVE 29 TO WS-PRO-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-PRO-JOURS-MOIS
                   END-IF
           END-EVALUATE.

       *>--------------------------------------------------------------
       ALLOUER-NUMERO-PRET.
      *>   Le compteur donne le prochain numero libre et est reecrit
      *>   aussitot, comme ALLOUER-NUMERO-COMPTE dans COMPTES.
           MOVE 1 TO WS-NUMERO-PRET
           OPEN INPUT PRET-CONTROL-FILE
           IF WS-FS-PRET-CTL = "00"
               READ PRET-CONTROL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE LIGNE-PRET-CTL TO WS-NUMERO-PRET
               END-READ
               CLOSE PRET-CONTROL-FILE
           END-IF
           COMPUTE LIGNE-PRET-CTL = WS-NUMERO-PRET + 1
           OPEN OUTPUT PRET-CONTROL-FILE
           WRITE LIGNE-PRET-CTL
           CLOSE PRET-CONTROL-FILE.

       *>--------------------------------------------------------------
       DEMANDER-TABLEAU.
           MOVE "Numero du pret :" TO WS-LIBELLE-SAISIE
           MOVE 1      TO WS-BORNE-MIN-SAISIE
           MOVE 999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO PRT-NUMERO
           READ PRETS-FILE
               INVALID KEY
                   DISPLAY "Pret " PRT-NUMERO " introuvable"
               NOT INVALID KEY
                   PERFORM IMPRIMER-TABLEAU
           END-READ.

       *>--------------------------------------------------------------
       IMPRIMER-TABLEAU.
      *>   Tableau complet du pret en cours (PRT-REC) : une ligne par
      *>   echeance avec sa date, la mensualite, la part d'interets,
      *>   la part de capital et le capital restant du apres elle.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "AMORT-PRET" TO WS-EDT-NOM
           MOVE SPACES TO WS-EDT-TITRE
           STRING "TABLEAU D'AMORTISSEMENT DU PRET " DELIMITED BY SIZE
                  PRT-NUMERO DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE 'D' TO WS-EDT-ACTION
           MOVE PRT-CAPITAL TO WS-RESTANT-EDIT
           MOVE PRT-TAUX    TO WS-TAUX-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Client " DELIMITED BY SIZE
                  PRT-CLIENT DELIMITED BY SIZE
                  "  compte " DELIMITED BY SIZE
                  PRT-COMPTE DELIMITED BY SIZE
                  "  capital " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RESTANT-EDIT) DELIMITED BY SIZE
                  "  taux " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TAUX-EDIT) DELIMITED BY SIZE
                  " %  duree " DELIMITED BY SIZE
                  PRT-DUREE DELIMITED BY SIZE
                  " mois  debut " DELIMITED BY SIZE
                  PRT-DATE-DEBUT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE "ECH  DATE        MENSUALITE    INTERETS     CAPITAL"
             & "      RESTANT DU" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           COMPUTE WS-TAUX-MENSUEL ROUNDED = PRT-TAUX / 1200
           MOVE PRT-CAPITAL TO WS-RESTANT
           MOVE 0 TO WS-TOTAL-INTERETS
           MOVE 0 TO WS-TOTAL-ECHEANCES
           PERFORM VARYING WS-NUM-ECH FROM 1 BY 1
                    UNTIL WS-NUM-ECH > PRT-DUREE
               PERFORM IMPRIMER-LIGNE-ECHEANCE
           END-PERFORM

           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-TOTAL-ECHEANCES TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Total des echeances : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE WS-TOTAL-INTERETS TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Cout total des interets : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           DISPLAY "Tableau imprime dans etat_AMORT-PRET.txt".

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-ECHEANCE.
      *>   Meme regle que ECHEANCES-PRETS au moment du prelevement :
      *>   interets du mois sur le restant du, la derniere echeance
      *>   solde le capital restant a l'euro pres.
           COMPUTE WS-INTERET-ECH ROUNDED =
               WS-RESTANT * WS-TAUX-MENSUEL
           IF WS-NUM-ECH = PRT-DUREE OR
              PRT-MENSUALITE - WS-INTERET-ECH > WS-RESTANT
               MOVE WS-RESTANT TO WS-CAPITAL-ECH
           ELSE
               COMPUTE WS-CAPITAL-ECH =
                   PRT-MENSUALITE - WS-INTERET-ECH
           END-IF
           COMPUTE WS-MONTANT-ECH = WS-CAPITAL-ECH + WS-INTERET-ECH
           SUBTRACT WS-CAPITAL-ECH FROM WS-RESTANT
           ADD WS-INTERET-ECH TO WS-TOTAL-INTERETS
           ADD WS-MONTANT-ECH TO WS-TOTAL-ECHEANCES
           PERFORM CALCULER-DATE-ECHEANCE

           MOVE WS-MONTANT-ECH TO WS-MONTANT-EDIT
           MOVE WS-INTERET-ECH TO WS-INTERET-EDIT
           MOVE WS-CAPITAL-ECH TO WS-CAPITAL-EDIT
           MOVE WS-RESTANT     TO WS-RESTANT-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-NUM-ECH DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DATE-ECHEANCE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-INTERET-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CAPITAL-EDIT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RESTANT-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       LISTER-PRETS-CLIENT.
      *>   Balayage du livre dans l'ordre des numeros ; seuls les
      *>   prets du client demande sont affiches.
           MOVE "Identifiant du client :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-CLIENT

           DISPLAY WS-SEPARATEUR
           DISPLAY "PRETS DU CLIENT " WS-ID-CLIENT
           DISPLAY "PRET    COMPTE  CAPITAL     RESTANT DU  ECH  ST"
           DISPLAY WS-SEPARATEUR
           MOVE 0 TO WS-NB-PRETS-LISTES
           MOVE 0 TO PRT-NUMERO
           START PRETS-FILE KEY IS NOT LESS THAN PRT-NUMERO
               INVALID KEY MOVE "10" TO WS-FS-PRETS
           END-START
           PERFORM UNTIL WS-FS-PRETS = "10"
               READ PRETS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PRETS
                   NOT AT END
                       IF PRT-CLIENT = WS-ID-CLIENT
                           ADD 1 TO WS-NB-PRETS-LISTES
                           MOVE PRT-CAPITAL TO WS-CAPITAL-EDIT
                           MOVE PRT-RESTANT TO WS-RESTANT-EDIT
                           DISPLAY PRT-NUMERO "  " PRT-COMPTE "  "
                                   WS-CAPITAL-EDIT "  "
                                   WS-RESTANT-EDIT "  "
                                   PRT-NB-EMISES "/" PRT-DUREE "  "
                                   PRT-STATUT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PRETS
           DISPLAY WS-SEPARATEUR
           DISPLAY "Prets trouves : " WS-NB-PRETS-LISTES
           DISPLAY WS-SEPARATEUR.
