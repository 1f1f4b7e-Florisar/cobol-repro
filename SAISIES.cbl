       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISIES.

      *----------------------------------------------------------------
      * Nom du programme : SAISIES
      * Description    : Registre des saisies sur compte -- remplace le
      *                  coup de fil au guichet. Une saisie judiciaire
      *                  ou un avis a tiers detenteur s'inscrit avec sa
      *                  reference legale, le creancier, le montant
      *                  saisi et la date de reception de l'acte ; tant
      *                  qu'elle est active, MAJ-SOLDE (et EX-GPT au
      *                  distributeur) retranche le montant saisi du
      *                  disponible du compte, comme un cheque remis pas
      *                  encore disponible.
      *                  Depuis le registre (saisies.txt, SAISIEREC) :
      *                  - versement au creancier, une fois passe le
      *                    delai legal (DELAI-SAISIE-JOURS jours apres
      *                    la reception) : le montant saisi, dans la
      *                    limite du solde diminue du solde bancaire
      *                    insaisissable (SOLDE-INSAISISSABLE, laisse au
      *                    client) et des saisies anterieures encore
      *                    actives, part au lot du jour en virement
      *                    externe 'X' sous la reference de la saisie
      *                    "SJnnnnnnnn" vers le compte du creancier ; la
      *                    saisie est levee ;
      *                  - mainlevee sans versement (acte retire,
      *                    contestation gagnee) : la saisie est levee,
      *                    rien ne part.
      *                  Chaque decision est tracee dans
      *                  saisies_journal.txt avec l'operateur.
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

           SELECT SAISIES-FILE
              ASSIGN TO "saisies.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES.

           SELECT SAISIES-TRV-FILE
              ASSIGN TO "saisies.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES-TRV.

           SELECT TRANSACTIONS-FILE
              ASSIGN TO "transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS.

           SELECT TRANS-TRV-FILE
              ASSIGN TO "transactions.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS-TRV.

      *>   Serie des numeros de saisie : meme principe que
      *>   litiges_control.txt.
           SELECT REF-CONTROL-FILE
              ASSIGN TO "saisies_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

           SELECT JOURNAL-FILE
              ASSIGN TO "saisies_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

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

       FD SAISIES-FILE.
       01 SAI-REC.
           COPY SAISIEREC.

       FD SAISIES-TRV-FILE.
       01 SAISIES-TRV-LIGNE PIC X(140).

       FD TRANSACTIONS-FILE.
       01 TRANS-LIGNE PIC X(80).

       FD TRANS-TRV-FILE.
       01 TRANS-TRV-LIGNE PIC X(80).

       FD REF-CONTROL-FILE.
       01 LIGNE-REF-CTL PIC 9(8).

       FD JOURNAL-FILE.
       01 JOURNAL-LIGNE PIC X(132).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-SAISIES       PIC XX.
       01 WS-FS-SAISIES-TRV   PIC XX.
       01 WS-FS-TRANS         PIC XX.
       01 WS-FS-TRANS-TRV     PIC XX.
       01 WS-FS-REF-CTL       PIC XX.
       01 WS-FS-JOURNAL       PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-CONFIRMATION     PIC X(1).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Delai legal en jours calendaires et solde bancaire
      *>   insaisissable : valeurs par defaut du programme, remplacees
      *>   par parametres.txt si la cle existe.
       01 WS-DELAI-JOURS      PIC 9(3) VALUE 30.
       01 WS-INSAISISSABLE    PIC 9(7)V99 VALUE 607.75.
       01 WS-JOUR-ENTIER      PIC 9(7) VALUE 0.
       01 WS-DATE-ECHEANCE    PIC 9(8) VALUE 0.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   en place quand la cle est absente.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Compte saisi, relu dans clients.csv.
       01 WS-COMPTE-SAISI     PIC 9(5) VALUE 0.
       01 WS-COMPTE-EXISTE    PIC X(1).
       01 WS-PREFIXE          PIC X(120).
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-STATUT-COMPTE    PIC X(1).
       01 WS-SOLDE-COMPTE     PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-EDIT       PIC -9(7).99.

      *>   Saisie en cours d'inscription.
       01 WS-NATURE-SAISIE    PIC X(1).
       01 WS-REFERENCE-SAISIE PIC X(20).
       01 WS-CREANCIER-SAISI  PIC X(30).
       01 WS-COMPTE-CREANC    PIC X(11).
       01 WS-MONTANT-SAISI    PIC 9(7)V99 VALUE 0.
       01 WS-DATE-RECEPTION   PIC 9(8) VALUE 0.
       01 WS-DATE-RECEPTION-X PIC X(10).
       01 WS-FUTUR-INTERDIT   PIC X(1) VALUE 'O'.

      *>   Saisie choisie dans la liste des saisies actives.
       01 WS-NB-ACTIVES       PIC 9(5) VALUE 0.
       01 WS-NB-DU-COMPTE     PIC 9(5) VALUE 0.
       01 WS-NO-AFFICHE       PIC 9(5) VALUE 0.
       01 WS-NO-CHOISI        PIC 9(5) VALUE 0.
       01 WS-NO-PARCOURS      PIC 9(5) VALUE 0.
       01 WS-LIGNE-TROUVEE    PIC X(1).
       01 WS-SAISIE-CHOISIE   PIC X(140).
       01 WS-NOUVEL-ETAT      PIC X(1).
       01 WS-NV-MONTANT-VERSE PIC 9(7)V99 VALUE 0.
       01 WS-LIB-ETAT         PIC X(14).
       01 WS-LIB-NATURE       PIC X(20).
       01 WS-MONTANT-EDIT     PIC Z(6)9.99.
       01 WS-ACTION-JOURNAL   PIC X(10).

      *>   Versement : part saisissable du solde, diminuee des saisies
      *>   anterieures (numero plus petit) encore actives sur le
      *>   meme compte -- elles passent d'abord.
       01 WS-ANTERIEURES      PIC 9(9)V99 VALUE 0.
       01 WS-SAISISSABLE      PIC S9(9)V99 VALUE 0.
       01 WS-A-VERSER         PIC 9(7)V99 VALUE 0.
       01 WS-NUMERO-CHOISI    PIC X(10).

      *>   Reference de la saisie "SJnnnnnnnn".
       01 WS-REF-COURANTE     PIC 9(8) VALUE 0.
       01 WS-REF-SAISIE       PIC X(10).

      *>   Lot en reconstruction : en-tete, compteur et totaux du
      *>   pied -- memes regles que SAISIE-TRANS.
       01 WS-DATE-LOT         PIC X(8).
      *>   Agence de l'en-tete ("H|AAAAMMJJ|AGE"), reportee telle
      *>   quelle ; un lot sans agence le reste.
       01 WS-AGENCE-LOT       PIC X(3) VALUE SPACES.
       01 WS-NB-DETAILS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CRED-EDIT    PIC 9(9).99.
       01 WS-TOT-DEB-EDIT     PIC 9(9).99.
       01 WS-DET-REF          PIC X(10).
       01 WS-DET-ID           PIC X(5).
       01 WS-DET-TYPE         PIC X(1).
       01 WS-DET-MONTANT      PIC X(10).
       01 WS-DET-MONT-ENT     PIC 9(9) VALUE 0.
       01 WS-DET-MONT-DEC     PIC 9(2) VALUE 0.
       01 WS-DET-MONT-VAL     PIC 9(9)V99 VALUE 0.
       01 WS-LIGNE-LOT        PIC X(80).
       01 WS-TYPE-LOT         PIC X(1).
       01 WS-MONTANT-LOT      PIC 9(7)V99 VALUE 0.
       01 WS-MONTANT-LOT-EDIT PIC 9(7).99.

       01 WS-DATE-TRACE       PIC 9(8).
       01 WS-HEURE-TRACE      PIC 9(8).

      *>   Champs passes a SAISIE-NUM et SAISIE-DATE (saisies
      *>   validees, reutilisables).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Arguments de CLE-RIB (pose des cles RIB sur la
      *>   ligne du lot).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'L'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "REGISTRE DES SAISIES SUR COMPTE"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE "DELAI-SAISIE-JOURS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 1000
               MOVE WS-PRM-VALEUR-NUM TO WS-DELAI-JOURS
           END-IF
           MOVE "SOLDE-INSAISISSABLE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
               COMPUTE WS-INSAISISSABLE = WS-PRM-VALEUR-NUM / 100
           END-IF

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Inscrire une saisie"
               DISPLAY "2 = Saisies actives"
               DISPLAY "3 = Verser au creancier (delai ecoule)"
               DISPLAY "4 = Mainlevee sans versement"
               DISPLAY "5 = Saisies d'un compte"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM INSCRIRE-SAISIE
                   WHEN '2'
                       PERFORM LISTER-ACTIVES
                   WHEN '3'
                       PERFORM VERSER-AU-CREANCIER
                   WHEN '4'
                       PERFORM ACCORDER-MAINLEVEE
                   WHEN '5'
                       PERFORM LISTER-SAISIES-COMPTE
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
       INSCRIRE-SAISIE.
           MOVE "Compte saisi :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE-SAISI
           PERFORM LIRE-COMPTE-SAISI
           IF WS-COMPTE-EXISTE = 'N'
               DISPLAY "Compte inconnu -- saisie non inscrite"
               EXIT PARAGRAPH
           END-IF
           IF WS-STATUT-COMPTE = 'C' OR WS-STATUT-COMPTE = 'E'
               DISPLAY "Compte clos (statut " WS-STATUT-COMPTE
                       ") -- acte a retourner a l'expediteur"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOLDE-COMPTE TO WS-SOLDE-EDIT
           DISPLAY "Solde du compte : " WS-SOLDE-EDIT

           MOVE SPACES TO WS-NATURE-SAISIE
           PERFORM UNTIL WS-NATURE-SAISIE = 'J' OR
                         WS-NATURE-SAISIE = 'F'
               DISPLAY "Nature (J = saisie judiciaire, F = avis a "
                       "tiers detenteur) :"
               ACCEPT WS-NATURE-SAISIE
               INSPECT WS-NATURE-SAISIE CONVERTING "jf" TO "JF"
           END-PERFORM
           MOVE SPACES TO WS-REFERENCE-SAISIE
           PERFORM UNTIL WS-REFERENCE-SAISIE NOT = SPACES
               DISPLAY "Reference de l'acte (20 caracteres) :"
               ACCEPT WS-REFERENCE-SAISIE
           END-PERFORM
           MOVE SPACES TO WS-CREANCIER-SAISI
           PERFORM UNTIL WS-CREANCIER-SAISI NOT = SPACES
               DISPLAY "Creancier (30 caracteres) :"
               ACCEPT WS-CREANCIER-SAISI
           END-PERFORM
           MOVE SPACES TO WS-COMPTE-CREANC
           PERFORM UNTIL WS-COMPTE-CREANC NOT = SPACES
               DISPLAY "Compte du creancier a l'autre banque (11 "
                       "caracteres) :"
               ACCEPT WS-COMPTE-CREANC
           END-PERFORM

           MOVE "Montant saisi en centimes :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 999999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           COMPUTE WS-MONTANT-SAISI = WS-VALEUR-SAISIE / 100

           MOVE "Date de reception de l'acte (AAAA-MM-JJ) :"
                TO WS-LIBELLE-SAISIE
           MOVE 'O' TO WS-FUTUR-INTERDIT
           CALL "SAISIE-DATE" USING WS-LIBELLE-SAISIE
                WS-FUTUR-INTERDIT WS-DATE-RECEPTION-X
           COMPUTE WS-DATE-RECEPTION =
               FUNCTION NUMVAL (WS-DATE-RECEPTION-X (1:4)) * 10000
               + FUNCTION NUMVAL (WS-DATE-RECEPTION-X (6:2)) * 100
               + FUNCTION NUMVAL (WS-DATE-RECEPTION-X (9:2))
           PERFORM CALCULER-ECHEANCE

           IF WS-MONTANT-SAISI > WS-SOLDE-COMPTE
               DISPLAY "Attention : montant saisi superieur au solde "
                       "-- le montant entier est gele"
           END-IF
           PERFORM ATTRIBUER-NUMERO

           MOVE ALL "|" TO SAI-REC
           MOVE WS-REF-SAISIE       TO SAI-NUMERO
           MOVE 'O'                 TO SAI-ETAT
           MOVE WS-COMPTE-SAISI     TO SAI-COMPTE
           MOVE WS-NATURE-SAISIE    TO SAI-NATURE
           MOVE WS-REFERENCE-SAISIE TO SAI-REFERENCE
           MOVE WS-CREANCIER-SAISI  TO SAI-CREANCIER
           MOVE WS-COMPTE-CREANC    TO SAI-COMPTE-CREANC
           MOVE WS-MONTANT-SAISI    TO SAI-MONTANT
           MOVE WS-DATE-RECEPTION   TO SAI-DATE-RECEPTION
           MOVE WS-DATE-ECHEANCE    TO SAI-ECHEANCE
           MOVE 0                   TO SAI-MONTANT-VERSE
           MOVE 0                   TO SAI-DATE-LEVEE
           MOVE WS-OPER-SESSION     TO SAI-OPERATEUR
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES = "00"
               CLOSE SAISIES-FILE
               OPEN EXTEND SAISIES-FILE
           ELSE
               OPEN OUTPUT SAISIES-FILE
           END-IF
           WRITE SAI-REC
           CLOSE SAISIES-FILE

           MOVE "INSCRIPTION" TO WS-ACTION-JOURNAL
           PERFORM JOURNALISER-DECISION
           MOVE WS-MONTANT-SAISI TO WS-MONTANT-EDIT
           DISPLAY "Saisie " WS-REF-SAISIE " inscrite -- "
                   WS-MONTANT-EDIT " gele sur le compte "
                   WS-COMPTE-SAISI
           DISPLAY "Versement au creancier possible a partir du "
                   WS-DATE-ECHEANCE.

       *>--------------------------------------------------------------
       LIRE-COMPTE-SAISI.
      *>   Solde signe et statut du compte WS-COMPTE-SAISI.
           MOVE 'N' TO WS-COMPTE-EXISTE
           MOVE 0 TO WS-SOLDE-COMPTE
           MOVE SPACES TO WS-STATUT-COMPTE
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPTE-SAISI TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COMPTE-EXISTE
                   MOVE SPACES TO WS-PREFIXE WS-SOLDE-TEXTE
                   UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
                       INTO WS-PREFIXE WS-SOLDE-TEXTE
                            WS-STATUT-COMPTE
                   END-UNSTRING
                   IF FUNCTION TEST-NUMVAL (WS-SOLDE-TEXTE) = 0
                       COMPUTE WS-SOLDE-COMPTE =
                           FUNCTION NUMVAL (WS-SOLDE-TEXTE)
                   END-IF
           END-READ
           CLOSE CLIENT-FILE.

       *>--------------------------------------------------------------
       CALCULER-ECHEANCE.
      *>   Fin du delai legal : jours calendaires a partir du
      *>   lendemain de la reception de l'acte.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-RECEPTION)
               + WS-DELAI-JOURS
           COMPUTE WS-DATE-ECHEANCE =
               FUNCTION DATE-OF-INTEGER (WS-JOUR-ENTIER).

       *>--------------------------------------------------------------
       ATTRIBUER-NUMERO.
           MOVE 0 TO WS-REF-COURANTE
           OPEN INPUT REF-CONTROL-FILE
           IF WS-FS-REF-CTL = "00"
               READ REF-CONTROL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE LIGNE-REF-CTL TO WS-REF-COURANTE
               END-READ
               CLOSE REF-CONTROL-FILE
           END-IF
           ADD 1 TO WS-REF-COURANTE
           MOVE WS-REF-COURANTE TO LIGNE-REF-CTL
           OPEN OUTPUT REF-CONTROL-FILE
           WRITE LIGNE-REF-CTL
           CLOSE REF-CONTROL-FILE
           MOVE SPACES TO WS-REF-SAISIE
           STRING "SJ" DELIMITED BY SIZE
                  WS-REF-COURANTE DELIMITED BY SIZE
                  INTO WS-REF-SAISIE
           END-STRING.

       *>--------------------------------------------------------------
       LISTER-ACTIVES.
      *>   Les saisies actives ('O') sont numerotees : c'est ce numero
      *>   d'ordre que les options 3 et 4 demandent.
           MOVE 0 TO WS-NB-ACTIVES
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES NOT = "00"
               DISPLAY "Aucune saisie active"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO     SAISIE     COMPTE RECUE LE FIN DELAI ETAT"
           DISPLAY WS-SEPARATEUR
           READ SAISIES-FILE
               AT END MOVE "10" TO WS-FS-SAISIES
           END-READ
           PERFORM UNTIL WS-FS-SAISIES = "10"
               IF SAI-ETAT = 'O'
                   ADD 1 TO WS-NB-ACTIVES
                   MOVE WS-NB-ACTIVES TO WS-NO-AFFICHE
                   PERFORM AFFICHER-SAISIE
               END-IF
               READ SAISIES-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES
               END-READ
           END-PERFORM
           CLOSE SAISIES-FILE
           IF WS-NB-ACTIVES = 0
               DISPLAY "Aucune saisie active"
           END-IF
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       AFFICHER-SAISIE.
           PERFORM LIBELLER-SAISIE
           DISPLAY WS-NO-AFFICHE "  " SAI-NUMERO " " SAI-COMPTE "  "
                   SAI-DATE-RECEPTION " " SAI-ECHEANCE "  "
                   WS-LIB-ETAT
           MOVE SAI-MONTANT TO WS-MONTANT-EDIT
           DISPLAY "       " WS-LIB-NATURE " " SAI-REFERENCE
                   " saisi " WS-MONTANT-EDIT
           DISPLAY "       creancier " FUNCTION TRIM (SAI-CREANCIER)
                   " - compte " SAI-COMPTE-CREANC
           IF SAI-ETAT NOT = 'O'
               MOVE SAI-MONTANT-VERSE TO WS-MONTANT-EDIT
               DISPLAY "       levee le " SAI-DATE-LEVEE " - verse "
                       WS-MONTANT-EDIT
           END-IF.

       *>--------------------------------------------------------------
       LIBELLER-SAISIE.
           EVALUATE SAI-ETAT
               WHEN 'O'
                   MOVE "ACTIVE"         TO WS-LIB-ETAT
               WHEN 'L'
                   MOVE "LEVEE - VERSEE" TO WS-LIB-ETAT
               WHEN 'M'
                   MOVE "MAINLEVEE"      TO WS-LIB-ETAT
               WHEN OTHER
                   MOVE "?"              TO WS-LIB-ETAT
           END-EVALUATE
           IF SAI-NATURE = 'F'
               MOVE "AVIS TIERS DETENTEUR" TO WS-LIB-NATURE
           ELSE
               MOVE "SAISIE JUDICIAIRE"    TO WS-LIB-NATURE
           END-IF.

       *>--------------------------------------------------------------
       VERSER-AU-CREANCIER.
      *>   Apres le delai legal seulement ; le versement ne laisse
      *>   jamais le compte sous le solde insaisissable.
           PERFORM LISTER-ACTIVES
           IF WS-NB-ACTIVES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Numero de la saisie a verser :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE WS-NB-ACTIVES TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NO-CHOISI
           PERFORM RELIRE-SAISIE-CHOISIE
           IF WS-LIGNE-TROUVEE = 'N'
               DISPLAY "Saisie introuvable -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           IF SAI-ECHEANCE > WS-DATE-JOUR
               DISPLAY "Delai legal en cours jusqu'au " SAI-ECHEANCE
                       " -- rien n'est verse"
               EXIT PARAGRAPH
           END-IF

           MOVE SAI-COMPTE TO WS-COMPTE-SAISI
           PERFORM LIRE-COMPTE-SAISI
           IF WS-COMPTE-EXISTE = 'N'
               DISPLAY "Compte " SAI-COMPTE " introuvable -- rien "
                       "n'est verse"
               EXIT PARAGRAPH
           END-IF
           MOVE SAI-NUMERO TO WS-NUMERO-CHOISI
           PERFORM CUMULER-ANTERIEURES
           COMPUTE WS-SAISISSABLE = WS-SOLDE-COMPTE - WS-INSAISISSABLE
                                    - WS-ANTERIEURES
           IF WS-SAISISSABLE < 0
               MOVE 0 TO WS-SAISISSABLE
           END-IF
           IF SAI-MONTANT < WS-SAISISSABLE
               MOVE SAI-MONTANT TO WS-A-VERSER
           ELSE
               MOVE WS-SAISISSABLE TO WS-A-VERSER
           END-IF

           MOVE WS-SOLDE-COMPTE TO WS-SOLDE-EDIT
           DISPLAY "Solde du compte          : " WS-SOLDE-EDIT
           MOVE WS-INSAISISSABLE TO WS-MONTANT-EDIT
           DISPLAY "Solde insaisissable      : " WS-MONTANT-EDIT
           MOVE WS-ANTERIEURES TO WS-MONTANT-EDIT
           DISPLAY "Saisies anterieures      : " WS-MONTANT-EDIT
           MOVE SAI-MONTANT TO WS-MONTANT-EDIT
           DISPLAY "Montant saisi            : " WS-MONTANT-EDIT
           MOVE WS-A-VERSER TO WS-MONTANT-EDIT
           DISPLAY "A verser au creancier    : " WS-MONTANT-EDIT
           DISPLAY "Confirmer le versement et la levee ? (O/N) :"
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = 'O' AND WS-CONFIRMATION NOT = 'o'
               DISPLAY "Versement abandonne -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           IF WS-A-VERSER > 0
               MOVE 'X'         TO WS-TYPE-LOT
               MOVE WS-A-VERSER TO WS-MONTANT-LOT
               PERFORM PREPARER-VERSEMENT-LOT
               PERFORM AJOUTER-AU-LOT
               DISPLAY "Versement au lot sous la reference "
                       SAI-NUMERO " vers le compte " SAI-COMPTE-CREANC
           ELSE
               DISPLAY "Rien de saisissable au-dela du solde "
                       "insaisissable -- saisie levee sans versement"
           END-IF

           MOVE 'L'         TO WS-NOUVEL-ETAT
           MOVE WS-A-VERSER TO WS-NV-MONTANT-VERSE
           PERFORM MARQUER-SAISIE-CHOISIE
           MOVE "VERSEMENT" TO WS-ACTION-JOURNAL
           PERFORM JOURNALISER-DECISION.

       *>--------------------------------------------------------------
       CUMULER-ANTERIEURES.
      *>   Saisies actives du meme compte inscrites avant la saisie
      *>   choisie (numero de serie plus petit).
           MOVE 0 TO WS-ANTERIEURES
           MOVE SAI-REC TO WS-SAISIE-CHOISIE
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES = "00"
               READ SAISIES-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES
               END-READ
               PERFORM UNTIL WS-FS-SAISIES = "10"
                   IF SAI-ETAT = 'O' AND SAI-COMPTE = WS-COMPTE-SAISI
                      AND SAI-NUMERO < WS-NUMERO-CHOISI
                       ADD SAI-MONTANT TO WS-ANTERIEURES
                   END-IF
                   READ SAISIES-FILE
                       AT END MOVE "10" TO WS-FS-SAISIES
                   END-READ
               END-PERFORM
               CLOSE SAISIES-FILE
           END-IF
           MOVE WS-SAISIE-CHOISIE TO SAI-REC.

       *>--------------------------------------------------------------
       ACCORDER-MAINLEVEE.
           PERFORM LISTER-ACTIVES
           IF WS-NB-ACTIVES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Numero de la saisie levee :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE WS-NB-ACTIVES TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NO-CHOISI
           PERFORM RELIRE-SAISIE-CHOISIE
           IF WS-LIGNE-TROUVEE = 'N'
               DISPLAY "Saisie introuvable -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirmer la mainlevee de " SAI-NUMERO
                   " sans versement ? (O/N) :"
           ACCEPT WS-CONFIRMATION
           IF WS-CONFIRMATION NOT = 'O' AND WS-CONFIRMATION NOT = 'o'
               DISPLAY "Mainlevee abandonnee -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           MOVE 'M' TO WS-NOUVEL-ETAT
           MOVE 0   TO WS-NV-MONTANT-VERSE
           PERFORM MARQUER-SAISIE-CHOISIE
           MOVE "MAINLEVEE" TO WS-ACTION-JOURNAL
           PERFORM JOURNALISER-DECISION
           DISPLAY "Saisie " SAI-NUMERO " levee -- le montant est "
                   "de nouveau disponible".

       *>--------------------------------------------------------------
       PREPARER-VERSEMENT-LOT.
      *>   Ligne 'X' du lot sous la reference de la saisie, meme
      *>   format que SAISIE-TRANS (sans date de valeur) : le compte
      *>   saisi est debite, le compte du creancier est le compte
      *>   externe.
           MOVE WS-MONTANT-LOT TO WS-MONTANT-LOT-EDIT
           MOVE SPACES TO WS-LIGNE-LOT
           STRING SAI-NUMERO          DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  SAI-COMPTE          DELIMITED BY SIZE
                  "|X|"               DELIMITED BY SIZE
                  WS-MONTANT-LOT-EDIT DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  SAI-COMPTE-CREANC   DELIMITED BY SPACE
                  "|"                 DELIMITED BY SIZE
                  INTO WS-LIGNE-LOT
           END-STRING.

       *>--------------------------------------------------------------
       RELIRE-SAISIE-CHOISIE.
      *>   Relit la saisie de rang WS-NO-CHOISI parmi celles que
      *>   LISTER-ACTIVES vient de numeroter.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           MOVE 0 TO WS-NO-PARCOURS
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SAISIES-FILE
               AT END MOVE "10" TO WS-FS-SAISIES
           END-READ
           PERFORM UNTIL WS-FS-SAISIES = "10"
               IF SAI-ETAT = 'O'
                   ADD 1 TO WS-NO-PARCOURS
                   IF WS-NO-PARCOURS = WS-NO-CHOISI
                       MOVE 'Y' TO WS-LIGNE-TROUVEE
                       MOVE SAI-REC TO WS-SAISIE-CHOISIE
                       MOVE "10" TO WS-FS-SAISIES
                   END-IF
               END-IF
               IF WS-FS-SAISIES NOT = "10"
                   READ SAISIES-FILE
                       AT END MOVE "10" TO WS-FS-SAISIES
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SAISIES-FILE
           IF WS-LIGNE-TROUVEE = 'Y'
               MOVE WS-SAISIE-CHOISIE TO SAI-REC
           END-IF.

       *>--------------------------------------------------------------
       MARQUER-SAISIE-CHOISIE.
      *>   La saisie choisie (meme numero) prend son nouvel etat ; le
      *>   registre est reecrit par fichier de travail.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           MOVE SAI-REC TO WS-SAISIE-CHOISIE
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAISIES-TRV-FILE
           READ SAISIES-FILE
               AT END MOVE "10" TO WS-FS-SAISIES
           END-READ
           PERFORM UNTIL WS-FS-SAISIES = "10"
               IF SAI-NUMERO = WS-SAISIE-CHOISIE (1:10)
                   MOVE 'Y' TO WS-LIGNE-TROUVEE
                   MOVE WS-NOUVEL-ETAT      TO SAI-ETAT
                   MOVE WS-NV-MONTANT-VERSE TO SAI-MONTANT-VERSE
                   MOVE WS-DATE-JOUR        TO SAI-DATE-LEVEE
                   MOVE WS-OPER-SESSION     TO SAI-OPERATEUR
                   MOVE SAI-REC TO WS-SAISIE-CHOISIE
               END-IF
               MOVE SAI-REC TO SAISIES-TRV-LIGNE
               WRITE SAISIES-TRV-LIGNE
               READ SAISIES-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES
               END-READ
           END-PERFORM
           CLOSE SAISIES-FILE
           CLOSE SAISIES-TRV-FILE

           IF WS-LIGNE-TROUVEE = 'Y'
               OPEN OUTPUT SAISIES-FILE
               OPEN INPUT SAISIES-TRV-FILE
               READ SAISIES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES-TRV
               END-READ
               PERFORM UNTIL WS-FS-SAISIES-TRV = "10"
                   MOVE SAISIES-TRV-LIGNE TO SAI-REC
                   WRITE SAI-REC
                   READ SAISIES-TRV-FILE
                       AT END MOVE "10" TO WS-FS-SAISIES-TRV
                   END-READ
               END-PERFORM
               CLOSE SAISIES-TRV-FILE
               CLOSE SAISIES-FILE
           END-IF
           MOVE WS-SAISIE-CHOISIE TO SAI-REC.

       *>--------------------------------------------------------------
       AJOUTER-AU-LOT.
      *>   La ligne WS-LIGNE-LOT rejoint le lot du jour : lignes deja
      *>   presentes recopiees et recomptees, puis en-tete et pied
      *>   recalcules -- meme logique que SAISIE-TRANS. Un virement
      *>   externe 'X' compte dans le seul total des debits.
           PERFORM RELEVER-LOT-EXISTANT
           MOVE WS-LIGNE-LOT TO TRANS-TRV-LIGNE
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
           WRITE TRANS-TRV-LIGNE
           ADD 1 TO WS-NB-DETAILS
           IF WS-TYPE-LOT = 'X'
               ADD WS-MONTANT-LOT TO WS-TOTAL-DEBITS
           END-IF
           PERFORM REECRIRE-LOT.

       *>--------------------------------------------------------------
       RELEVER-LOT-EXISTANT.
           MOVE WS-DATE-JOUR TO WS-DATE-LOT
           MOVE 0 TO WS-NB-DETAILS
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-TOTAL-DEBITS
           OPEN OUTPUT TRANS-TRV-FILE
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-FS-TRANS = "00"
               READ TRANSACTIONS-FILE
                   AT END MOVE "10" TO WS-FS-TRANS
               END-READ
               PERFORM UNTIL WS-FS-TRANS = "10"
                   PERFORM RELEVER-LIGNE-LOT
                   READ TRANSACTIONS-FILE
                       AT END MOVE "10" TO WS-FS-TRANS
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-LIGNE-LOT.
           IF TRANS-LIGNE = SPACES OR TRANS-LIGNE (1:2) = "T|"
               CONTINUE
           ELSE
               IF TRANS-LIGNE (1:2) = "H|"
                   MOVE TRANS-LIGNE (3:8) TO WS-DATE-LOT
                   IF TRANS-LIGNE (11:1) = "|"
                       MOVE TRANS-LIGNE (12:3) TO WS-AGENCE-LOT
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DETAILS
                   PERFORM CUMULER-DETAIL-EXISTANT
                   MOVE TRANS-LIGNE TO TRANS-TRV-LIGNE
                   WRITE TRANS-TRV-LIGNE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CUMULER-DETAIL-EXISTANT.
      *>   Meme regle que CUMULER-MONTANT-CONTROLE dans MAJ-SOLDE :
      *>   un montant illisible cumule zero.
           MOVE SPACES TO WS-DET-REF WS-DET-ID WS-DET-TYPE
           MOVE SPACES TO WS-DET-MONTANT
           UNSTRING TRANS-LIGNE DELIMITED BY "|"
               INTO WS-DET-REF WS-DET-ID WS-DET-TYPE WS-DET-MONTANT
           END-UNSTRING
           MOVE 0 TO WS-DET-MONT-VAL
           MOVE 0 TO WS-DET-MONT-ENT
           MOVE 0 TO WS-DET-MONT-DEC
           UNSTRING WS-DET-MONTANT DELIMITED BY "."
               INTO WS-DET-MONT-ENT WS-DET-MONT-DEC
           END-UNSTRING
           IF WS-DET-MONT-ENT IS NUMERIC AND
              WS-DET-MONT-DEC IS NUMERIC
               COMPUTE WS-DET-MONT-VAL =
                   WS-DET-MONT-ENT + (WS-DET-MONT-DEC / 100)
           END-IF
           IF WS-DET-TYPE = 'C' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'Q'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-CREDITS
           END-IF
           IF WS-DET-TYPE = 'D' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'X' OR WS-DET-TYPE = 'P'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-DEBITS
           END-IF.

       *>--------------------------------------------------------------
       REECRIRE-LOT.
           CLOSE TRANS-TRV-FILE
           OPEN OUTPUT TRANSACTIONS-FILE
           MOVE SPACES TO TRANS-LIGNE
           STRING "H|" DELIMITED BY SIZE
                  WS-DATE-LOT DELIMITED BY SIZE
                  INTO TRANS-LIGNE
           END-STRING
           IF WS-AGENCE-LOT NOT = SPACES
               MOVE "|"           TO TRANS-LIGNE (11:1)
               MOVE WS-AGENCE-LOT TO TRANS-LIGNE (12:3)
           END-IF
           WRITE TRANS-LIGNE

           OPEN INPUT TRANS-TRV-FILE
           READ TRANS-TRV-FILE
               AT END MOVE "10" TO WS-FS-TRANS-TRV
           END-READ
           PERFORM UNTIL WS-FS-TRANS-TRV = "10"
               MOVE TRANS-TRV-LIGNE TO TRANS-LIGNE
               WRITE TRANS-LIGNE
               READ TRANS-TRV-FILE
                   AT END MOVE "10" TO WS-FS-TRANS-TRV
               END-READ
           END-PERFORM
           CLOSE TRANS-TRV-FILE

           MOVE WS-TOTAL-CREDITS TO WS-TOT-CRED-EDIT
           MOVE WS-TOTAL-DEBITS  TO WS-TOT-DEB-EDIT
           MOVE SPACES TO TRANS-LIGNE
           STRING "T|" DELIMITED BY SIZE
                  WS-NB-DETAILS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TOT-CRED-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TOT-DEB-EDIT DELIMITED BY SIZE
                  INTO TRANS-LIGNE
           END-STRING
           WRITE TRANS-LIGNE
           CLOSE TRANSACTIONS-FILE.

       *>--------------------------------------------------------------
       JOURNALISER-DECISION.
      *>   Chaque decision laisse sa trace avec l'operateur, comme
      *>   litiges_journal.txt.
           ACCEPT WS-DATE-TRACE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-TRACE FROM TIME
           MOVE SPACES TO JOURNAL-LIGNE
           STRING WS-DATE-TRACE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-HEURE-TRACE DELIMITED BY SIZE
                  " OPERATEUR="  DELIMITED BY SIZE
                  WS-OPER-SESSION DELIMITED BY SIZE
                  " SAISIE="     DELIMITED BY SIZE
                  SAI-NUMERO     DELIMITED BY SIZE
                  " COMPTE="     DELIMITED BY SIZE
                  SAI-COMPTE     DELIMITED BY SIZE
                  " ACTE="       DELIMITED BY SIZE
                  FUNCTION TRIM (SAI-REFERENCE) DELIMITED BY SIZE
                  " ACTION="     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACTION-JOURNAL) DELIMITED BY SIZE
                  " SAISI="      DELIMITED BY SIZE
                  SAI-MONTANT    DELIMITED BY SIZE
                  " VERSE="      DELIMITED BY SIZE
                  SAI-MONTANT-VERSE DELIMITED BY SIZE
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
       LISTER-SAISIES-COMPTE.
      *>   Toutes les saisies du compte, levees comprises.
           MOVE "Numero de compte :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE-SAISI

           MOVE 0 TO WS-NB-DU-COMPTE
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES NOT = "00"
               DISPLAY "Aucune saisie pour ce compte"
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SEPARATEUR
           READ SAISIES-FILE
               AT END MOVE "10" TO WS-FS-SAISIES
           END-READ
           PERFORM UNTIL WS-FS-SAISIES = "10"
               IF SAI-COMPTE = WS-COMPTE-SAISI
                   ADD 1 TO WS-NB-DU-COMPTE
                   MOVE WS-NB-DU-COMPTE TO WS-NO-AFFICHE
                   PERFORM AFFICHER-SAISIE
               END-IF
               READ SAISIES-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES
               END-READ
           END-PERFORM
           CLOSE SAISIES-FILE
           IF WS-NB-DU-COMPTE = 0
               DISPLAY "Aucune saisie pour ce compte"
           END-IF
           DISPLAY WS-SEPARATEUR.
