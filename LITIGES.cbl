       IDENTIFICATION DIVISION.
       PROGRAM-ID. LITIGES.

      *----------------------------------------------------------------
      * Nom du programme : LITIGES
      * Description    : Registre des contestations clients -- remplace
      *                  le cahier du guichet. Un litige s'ouvre sur un
      *                  mouvement du grand livre designe par sa cle
      *                  (compte + sequence, relue dans l'index du
      *                  grand livre par INDEX-LIVRE)
      *                  avec le client qui conteste, le motif, la date
      *                  d'ouverture et la date limite de reponse
      *                  (DELAI-LITIGE-JOURS jours ouvres, JOUR-OUVRE).
      *                  Depuis le registre (litiges.txt, LITIGEREC) :
      *                  - credit provisoire : une ligne 'C' sous la
      *                    reference du litige "LTnnnnnnnn" part au lot
      *                    du jour (en-tete et pied recalcules comme
      *                    dans SAISIE-TRANS) ;
      *                  - cloture en faveur du client : le credit
      *                    provisoire est confirme (rien a passer), ou
      *                    le credit part au lot s'il n'avait pas ete
      *                    fait ;
      *                  - cloture en defaveur du client : le credit
      *                    provisoire est repris par une annulation 'A'
      *                    "LAnnnnnnnn" de la piece LT, passee par
      *                    MAJ-SOLDE comme toute annulation.
      *                  Chaque decision est tracee dans
      *                  litiges_journal.txt avec l'operateur. L'etat
      *                  des litiges hors delai est RAPPORT-LITIGES.
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

           SELECT LITIGES-FILE
              ASSIGN TO "litiges.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LITIGES.

           SELECT LITIGES-TRV-FILE
              ASSIGN TO "litiges.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LITIGES-TRV.

           SELECT TRANSACTIONS-FILE
              ASSIGN TO "transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS.

           SELECT TRANS-TRV-FILE
              ASSIGN TO "transactions.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS-TRV.

      *>   Serie des numeros de litige : meme principe que
      *>   guichet_control.txt.
           SELECT REF-CONTROL-FILE
              ASSIGN TO "litiges_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

           SELECT JOURNAL-FILE
              ASSIGN TO "litiges_journal.txt"
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

       FD LITIGES-FILE.
       01 LIT-REC.
           COPY LITIGEREC.

       FD LITIGES-TRV-FILE.
       01 LITIGES-TRV-LIGNE PIC X(151).

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
       01 WS-FS-LITIGES       PIC XX.
       01 WS-FS-LITIGES-TRV   PIC XX.
       01 WS-FS-TRANS         PIC XX.
       01 WS-FS-TRANS-TRV     PIC XX.
       01 WS-FS-REF-CTL       PIC XX.
       01 WS-FS-JOURNAL       PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-DECISION         PIC X(1).
       01 WS-CONFIRMATION     PIC X(1).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Delai de reponse en jours ouvres : valeur par defaut du
      *>   programme, remplacee par parametres.txt si la cle existe.
       01 WS-DELAI-JOURS      PIC 9(3) VALUE 15.
       01 WS-JOURS-COMPTES    PIC 9(3) VALUE 0.
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

      *>   Champs passes a JOUR-OUVRE (calendrier des jours ouvres).
       01 WS-JOV-ACTION       PIC X(1) VALUE 'V'.
       01 WS-JOV-DATE         PIC 9(8) VALUE 0.
       01 WS-JOV-OUVRE        PIC X(1).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence) : lecture directe de la piece.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Mouvement conteste, relu au grand livre.
       01 WS-LIV-COMPTE       PIC X(5).
       01 WS-LIV-SEQ          PIC X(7).
       01 WS-LIV-DATE         PIC X(8).
       01 WS-LIV-TYPE         PIC X(1).
       01 WS-LIV-MONTANT      PIC X(12).
       01 WS-MVT-TROUVE       PIC X(1).
       01 WS-MVT-DATE         PIC 9(8) VALUE 0.
       01 WS-MVT-TYPE         PIC X(1).
       01 WS-MVT-MONTANT      PIC 9(7)V99 VALUE 0.
       01 WS-COMPTE-SAISI     PIC 9(5) VALUE 0.
       01 WS-SEQUENCE-SAISIE  PIC 9(7) VALUE 0.
       01 WS-CLIENT-SAISI     PIC 9(5) VALUE 0.
       01 WS-CLIENT-EXISTE    PIC X(1).
       01 WS-DEJA-CONTESTE    PIC X(1).
       01 WS-MOTIF-SAISI      PIC X(1).
       01 WS-DETAIL-SAISI     PIC X(40).

      *>   Litige choisi dans la liste des litiges ouverts.
       01 WS-NB-OUVERTS       PIC 9(5) VALUE 0.
       01 WS-NB-DU-COMPTE     PIC 9(5) VALUE 0.
       01 WS-NO-AFFICHE       PIC 9(5) VALUE 0.
       01 WS-NO-CHOISI        PIC 9(5) VALUE 0.
       01 WS-NO-PARCOURS      PIC 9(5) VALUE 0.
       01 WS-ETAT-VISE        PIC X(1).
       01 WS-LIGNE-TROUVEE    PIC X(1).
       01 WS-LITIGE-CHOISI    PIC X(151).
       01 WS-NOUVEL-ETAT      PIC X(1).
       01 WS-NV-MONTANT-PROV  PIC 9(7)V99 VALUE 0.
       01 WS-NV-DATE-PROV     PIC 9(8) VALUE 0.
       01 WS-LIB-ETAT         PIC X(14).
       01 WS-LIB-MOTIF        PIC X(16).
       01 WS-MONTANT-EDIT     PIC Z(6)9.99.
       01 WS-ACTION-JOURNAL   PIC X(10).

      *>   Reference du litige "LTnnnnnnnn", de la reprise
      *>   "LAnnnnnnnn" (memes chiffres).
       01 WS-REF-COURANTE     PIC 9(8) VALUE 0.
       01 WS-REF-LITIGE       PIC X(10).
       01 WS-REF-REPRISE      PIC X(10).

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

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
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
           DISPLAY "REGISTRE DES CONTESTATIONS CLIENTS"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE "DELAI-LITIGE-JOURS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 1000
               MOVE WS-PRM-VALEUR-NUM TO WS-DELAI-JOURS
           END-IF

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Ouvrir un litige"
               DISPLAY "2 = Litiges en cours"
               DISPLAY "3 = Emettre un credit provisoire"
               DISPLAY "4 = Clore un litige"
               DISPLAY "5 = Litiges d'un compte"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM OUVRIR-LITIGE
                   WHEN '2'
                       MOVE SPACE TO WS-ETAT-VISE
                       PERFORM LISTER-OUVERTS
                   WHEN '3'
                       PERFORM EMETTRE-CREDIT-PROVISOIRE
                   WHEN '4'
                       PERFORM CLORE-LITIGE
                   WHEN '5'
                       PERFORM LISTER-LITIGES-COMPTE
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
       OUVRIR-LITIGE.
           MOVE "Compte du mouvement conteste :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE-SAISI
           MOVE "Sequence au grand livre (releve, consultation) :"
                TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 9999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-SEQUENCE-SAISIE

           PERFORM CHERCHER-MOUVEMENT
           IF WS-MVT-TROUVE = 'N'
               DISPLAY "Mouvement introuvable au grand livre -- "
                       "litige non ouvert"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MVT-MONTANT TO WS-MONTANT-EDIT
           DISPLAY "Mouvement du " WS-MVT-DATE " type " WS-MVT-TYPE
                   " montant " WS-MONTANT-EDIT

           PERFORM CHERCHER-LITIGE-EXISTANT
           IF WS-DEJA-CONTESTE = 'Y'
               DISPLAY "Ce mouvement fait deja l'objet d'un litige "
                       "en cours -- litige non ouvert"
               EXIT PARAGRAPH
           END-IF

      *>   Le client qui conteste est le plus souvent le titulaire,
      *>   parfois un mandataire : il doit exister dans clients.csv.
           MOVE "Client qui conteste (identifiant) :"
                TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           MOVE 'N' TO WS-CLIENT-EXISTE
           PERFORM UNTIL WS-CLIENT-EXISTE = 'Y'
               CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-CLIENT-SAISI
               PERFORM VERIFIER-CLIENT
               IF WS-CLIENT-EXISTE = 'N'
                   DISPLAY "Client inconnu -- veuillez ressaisir"
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-MOTIF-SAISI
           PERFORM UNTIL WS-MOTIF-SAISI = 'M' OR WS-MOTIF-SAISI = 'I'
                      OR WS-MOTIF-SAISI = 'D' OR WS-MOTIF-SAISI = 'N'
                      OR WS-MOTIF-SAISI = 'A'
               DISPLAY "Motif (M = montant errone, I = debit inconnu,"
                       " D = debit en double, N = prestation non "
                       "recue, A = autre) :"
               ACCEPT WS-MOTIF-SAISI
               INSPECT WS-MOTIF-SAISI CONVERTING "midna" TO "MIDNA"
           END-PERFORM
           DISPLAY "Precisions (40 caracteres) :"
           MOVE SPACES TO WS-DETAIL-SAISI
           ACCEPT WS-DETAIL-SAISI

           PERFORM CALCULER-ECHEANCE
           PERFORM ATTRIBUER-NUMERO

           MOVE ALL "|" TO LIT-REC
           MOVE WS-REF-LITIGE      TO LIT-NUMERO
           MOVE 'O'                TO LIT-ETAT
           MOVE WS-COMPTE-SAISI    TO LIT-COMPTE
           MOVE WS-SEQUENCE-SAISIE TO LIT-SEQUENCE
           MOVE WS-MVT-DATE        TO LIT-DATE-MVT
           MOVE WS-MVT-TYPE        TO LIT-TYPE-MVT
           MOVE WS-MVT-MONTANT     TO LIT-MONTANT-MVT
           MOVE WS-CLIENT-SAISI    TO LIT-CLIENT
           MOVE WS-MOTIF-SAISI     TO LIT-MOTIF
           MOVE WS-DETAIL-SAISI    TO LIT-DETAIL
           MOVE WS-DATE-JOUR       TO LIT-DATE-OUVERTURE
           MOVE WS-DATE-ECHEANCE   TO LIT-ECHEANCE
           MOVE 0                  TO LIT-MONTANT-PROV
           MOVE 0                  TO LIT-DATE-PROV
           MOVE 0                  TO LIT-DATE-CLOTURE
           MOVE WS-OPER-SESSION    TO LIT-OPERATEUR
           OPEN INPUT LITIGES-FILE
           IF WS-FS-LITIGES = "00"
               CLOSE LITIGES-FILE
               OPEN EXTEND LITIGES-FILE
           ELSE
               OPEN OUTPUT LITIGES-FILE
           END-IF
           WRITE LIT-REC
           CLOSE LITIGES-FILE

           MOVE "OUVERTURE" TO WS-ACTION-JOURNAL
           PERFORM JOURNALISER-DECISION
           DISPLAY "Litige " WS-REF-LITIGE " ouvert -- reponse due "
                   "au plus tard le " WS-DATE-ECHEANCE.

       *>--------------------------------------------------------------
       CHERCHER-MOUVEMENT.
      *>   La cle compte + sequence designe une seule ligne du grand
      *>   livre ; les reports a nouveau 'R' ne se contestent pas.
           MOVE 'N' TO WS-MVT-TROUVE
           MOVE 'L' TO WS-ILV-ACTION
           MOVE WS-COMPTE-SAISI    TO WS-ILV-COMPTE
           MOVE WS-SEQUENCE-SAISIE TO WS-ILV-SEQUENCE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           IF WS-ILV-TROUVE = 'Y'
               MOVE SPACES TO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE
               MOVE SPACES TO WS-LIV-TYPE WS-LIV-MONTANT
               UNSTRING WS-ILV-LIGNE DELIMITED BY "|"
                   INTO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE
                        WS-LIV-TYPE WS-LIV-MONTANT
               END-UNSTRING
               IF WS-LIV-DATE IS NUMERIC AND WS-LIV-TYPE NOT = 'R'
                  AND FUNCTION TEST-NUMVAL (WS-LIV-MONTANT) = 0
                   MOVE 'Y' TO WS-MVT-TROUVE
                   MOVE WS-LIV-DATE TO WS-MVT-DATE
                   MOVE WS-LIV-TYPE TO WS-MVT-TYPE
                   COMPUTE WS-MVT-MONTANT =
                       FUNCTION NUMVAL (WS-LIV-MONTANT)
               END-IF
           END-IF
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.

       *>--------------------------------------------------------------
       CHERCHER-LITIGE-EXISTANT.
           MOVE 'N' TO WS-DEJA-CONTESTE
           OPEN INPUT LITIGES-FILE
           IF WS-FS-LITIGES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LITIGES-FILE
               AT END MOVE "10" TO WS-FS-LITIGES
           END-READ
           PERFORM UNTIL WS-FS-LITIGES = "10"
               IF LIT-COMPTE = WS-COMPTE-SAISI AND
                  LIT-SEQUENCE = WS-SEQUENCE-SAISIE AND
                  (LIT-ETAT = 'O' OR LIT-ETAT = 'P')
                   MOVE 'Y' TO WS-DEJA-CONTESTE
               END-IF
               READ LITIGES-FILE
                   AT END MOVE "10" TO WS-FS-LITIGES
               END-READ
           END-PERFORM
           CLOSE LITIGES-FILE.

       *>--------------------------------------------------------------
       VERIFIER-CLIENT.
           MOVE 'N' TO WS-CLIENT-EXISTE
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE 'Y' TO WS-CLIENT-EXISTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLIENT-SAISI TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-EXISTE
           END-READ
           CLOSE CLIENT-FILE.

       *>--------------------------------------------------------------
       CALCULER-ECHEANCE.
      *>   Date limite : le delai court en jours ouvres a partir du
      *>   lendemain de l'ouverture.
           MOVE 0 TO WS-JOURS-COMPTES
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
           PERFORM UNTIL WS-JOURS-COMPTES >= WS-DELAI-JOURS
               ADD 1 TO WS-JOUR-ENTIER
               COMPUTE WS-JOV-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-JOUR-ENTIER)
               MOVE 'V' TO WS-JOV-ACTION
               CALL "JOUR-OUVRE" USING WS-JOV-ACTION WS-JOV-DATE
                    WS-JOV-OUVRE
               IF WS-JOV-OUVRE = 'O'
                   ADD 1 TO WS-JOURS-COMPTES
               END-IF
           END-PERFORM
           MOVE WS-JOV-DATE TO WS-DATE-ECHEANCE.

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
           MOVE SPACES TO WS-REF-LITIGE
           STRING "LT" DELIMITED BY SIZE
                  WS-REF-COURANTE DELIMITED BY SIZE
                  INTO WS-REF-LITIGE
           END-STRING.

       *>--------------------------------------------------------------
       LISTER-OUVERTS.
      *>   Les litiges en cours ('O' et 'P', ou le seul etat
      *>   WS-ETAT-VISE s'il est pose) sont numerotes : c'est ce
      *>   numero d'ordre que les options 3 et 4 demandent.
           MOVE 0 TO WS-NB-OUVERTS
           OPEN INPUT LITIGES-FILE
           IF WS-FS-LITIGES NOT = "00"
               DISPLAY "Aucun litige en cours"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NO     LITIGE     COMPTE SEQUENCE OUVERT   "
                   "ECHEANCE ETAT"
           DISPLAY WS-SEPARATEUR
           READ LITIGES-FILE
               AT END MOVE "10" TO WS-FS-LITIGES
           END-READ
           PERFORM UNTIL WS-FS-LITIGES = "10"
               IF (WS-ETAT-VISE = SPACE AND
                   (LIT-ETAT = 'O' OR LIT-ETAT = 'P')) OR
                  (WS-ETAT-VISE NOT = SPACE AND
                   LIT-ETAT = WS-ETAT-VISE)
                   ADD 1 TO WS-NB-OUVERTS
                   MOVE WS-NB-OUVERTS TO WS-NO-AFFICHE
                   PERFORM AFFICHER-LITIGE
               END-IF
               READ LITIGES-FILE
                   AT END MOVE "10" TO WS-FS-LITIGES
               END-READ
           END-PERFORM
           CLOSE LITIGES-FILE
           IF WS-NB-OUVERTS = 0
               DISPLAY "Aucun litige en cours"
           END-IF
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       AFFICHER-LITIGE.
           PERFORM LIBELLER-LITIGE
           DISPLAY WS-NO-AFFICHE "  " LIT-NUMERO " " LIT-COMPTE "  "
                   LIT-SEQUENCE "  " LIT-DATE-OUVERTURE " "
                   LIT-ECHEANCE " " WS-LIB-ETAT
           MOVE LIT-MONTANT-MVT TO WS-MONTANT-EDIT
           DISPLAY "       mouvement du " LIT-DATE-MVT " type "
                   LIT-TYPE-MVT " " WS-MONTANT-EDIT " - client "
                   LIT-CLIENT " - " WS-LIB-MOTIF
           IF LIT-DETAIL NOT = SPACES
               DISPLAY "       " FUNCTION TRIM (LIT-DETAIL)
           END-IF
           IF LIT-MONTANT-PROV > 0
               MOVE LIT-MONTANT-PROV TO WS-MONTANT-EDIT
               DISPLAY "       credit provisoire " WS-MONTANT-EDIT
                       " emis le " LIT-DATE-PROV
           END-IF.

       *>--------------------------------------------------------------
       LIBELLER-LITIGE.
           EVALUATE LIT-ETAT
               WHEN 'O'
                   MOVE "OUVERT"         TO WS-LIB-ETAT
               WHEN 'P'
                   MOVE "CREDIT PROVIS." TO WS-LIB-ETAT
               WHEN 'F'
                   MOVE "CLOS - ACCORDE" TO WS-LIB-ETAT
               WHEN 'R'
                   MOVE "CLOS - REFUSE"  TO WS-LIB-ETAT
               WHEN OTHER
                   MOVE "?"              TO WS-LIB-ETAT
           END-EVALUATE
           EVALUATE LIT-MOTIF
               WHEN 'M'
                   MOVE "MONTANT ERRONE"   TO WS-LIB-MOTIF
               WHEN 'I'
                   MOVE "DEBIT INCONNU"    TO WS-LIB-MOTIF
               WHEN 'D'
                   MOVE "DEBIT EN DOUBLE"  TO WS-LIB-MOTIF
               WHEN 'N'
                   MOVE "NON RECU"         TO WS-LIB-MOTIF
               WHEN OTHER
                   MOVE "AUTRE"            TO WS-LIB-MOTIF
           END-EVALUATE.

       *>--------------------------------------------------------------
       EMETTRE-CREDIT-PROVISOIRE.
      *>   Seul un litige ouvert sans credit ('O') en recoit un ; le
      *>   montant ne depasse pas celui du mouvement conteste.
           MOVE 'O' TO WS-ETAT-VISE
           PERFORM LISTER-OUVERTS
           IF WS-NB-OUVERTS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Numero du litige a crediter :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE WS-NB-OUVERTS TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NO-CHOISI

           PERFORM RELIRE-LITIGE-CHOISI
           IF WS-LIGNE-TROUVEE = 'N'
               DISPLAY "Litige introuvable -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           MOVE "Montant du credit provisoire en centimes :"
                TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           COMPUTE WS-BORNE-MAX-SAISIE = LIT-MONTANT-MVT * 100
           IF WS-BORNE-MAX-SAISIE = 0
               DISPLAY "Mouvement conteste a zero -- pas de credit"
               EXIT PARAGRAPH
           END-IF
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           COMPUTE WS-NV-MONTANT-PROV = WS-VALEUR-SAISIE / 100

           MOVE 'C'                TO WS-TYPE-LOT
           MOVE WS-NV-MONTANT-PROV TO WS-MONTANT-LOT
           MOVE LIT-NUMERO         TO WS-REF-LITIGE
           PERFORM PREPARER-CREDIT-LOT
           PERFORM AJOUTER-AU-LOT

           MOVE 'P'          TO WS-NOUVEL-ETAT
           MOVE WS-DATE-JOUR TO WS-NV-DATE-PROV
           PERFORM MARQUER-LITIGE-CHOISI
           MOVE "PROVISOIRE" TO WS-ACTION-JOURNAL
           PERFORM JOURNALISER-DECISION
           MOVE WS-NV-MONTANT-PROV TO WS-MONTANT-EDIT
           DISPLAY "Credit provisoire " WS-MONTANT-EDIT " au lot "
                   "sous la reference " LIT-NUMERO.

       *>--------------------------------------------------------------
       CLORE-LITIGE.
           MOVE SPACE TO WS-ETAT-VISE
           PERFORM LISTER-OUVERTS
           IF WS-NB-OUVERTS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Numero du litige a clore :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE WS-NB-OUVERTS TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NO-CHOISI
           PERFORM RELIRE-LITIGE-CHOISI
           IF WS-LIGNE-TROUVEE = 'N'
               DISPLAY "Litige introuvable -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-DECISION
           PERFORM UNTIL WS-DECISION = 'F' OR WS-DECISION = 'R'
               DISPLAY "Issue (F = en faveur du client, R = "
                       "contestation rejetee) :"
               ACCEPT WS-DECISION
               INSPECT WS-DECISION CONVERTING "fr" TO "FR"
           END-PERFORM

           MOVE LIT-MONTANT-PROV TO WS-NV-MONTANT-PROV
           MOVE LIT-DATE-PROV    TO WS-NV-DATE-PROV
           MOVE LIT-NUMERO       TO WS-REF-LITIGE
           EVALUATE TRUE
               WHEN WS-DECISION = 'F' AND LIT-ETAT = 'P'
      *>           Le credit provisoire devient definitif : rien a
      *>           passer.
                   DISPLAY "Credit provisoire confirme"
               WHEN WS-DECISION = 'F'
      *>           Pas de credit provisoire : le remboursement du
      *>           mouvement conteste part au lot maintenant.
                   DISPLAY "Remboursement du mouvement conteste ? "
                           "(O = oui, N = cloture sans credit) :"
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION = 'O' OR WS-CONFIRMATION = 'o'
                       MOVE 'C'             TO WS-TYPE-LOT
                       MOVE LIT-MONTANT-MVT TO WS-MONTANT-LOT
                       PERFORM PREPARER-CREDIT-LOT
                       PERFORM AJOUTER-AU-LOT
                       MOVE LIT-MONTANT-MVT TO WS-NV-MONTANT-PROV
                       MOVE WS-DATE-JOUR    TO WS-NV-DATE-PROV
                       DISPLAY "Remboursement au lot sous la "
                               "reference " LIT-NUMERO
                   END-IF
               WHEN LIT-ETAT = 'P'
      *>           Le credit provisoire est repris : annulation 'A'
      *>           de la piece LT, que MAJ-SOLDE passe en debit
      *>           libelle "ANNUL LT..." au grand livre.
                   MOVE SPACES TO WS-REF-REPRISE
                   STRING "LA" DELIMITED BY SIZE
                          LIT-NUMERO (3:8) DELIMITED BY SIZE
                          INTO WS-REF-REPRISE
                   END-STRING
                   MOVE SPACES TO WS-LIGNE-LOT
                   STRING WS-REF-REPRISE DELIMITED BY SIZE
                          "|"            DELIMITED BY SIZE
                          LIT-COMPTE     DELIMITED BY SIZE
                          "|A||"         DELIMITED BY SIZE
                          LIT-NUMERO     DELIMITED BY SIZE
                          INTO WS-LIGNE-LOT
                   END-STRING
                   MOVE 'A' TO WS-TYPE-LOT
                   MOVE 0   TO WS-MONTANT-LOT
                   PERFORM AJOUTER-AU-LOT
                   DISPLAY "Reprise du credit provisoire au lot sous "
                           "la reference " WS-REF-REPRISE
               WHEN OTHER
                   DISPLAY "Contestation rejetee -- aucun mouvement"
           END-EVALUATE

           MOVE WS-DECISION TO WS-NOUVEL-ETAT
           PERFORM MARQUER-LITIGE-CHOISI
           IF WS-DECISION = 'F'
               MOVE "ACCORDE" TO WS-ACTION-JOURNAL
           ELSE
               MOVE "REFUSE"  TO WS-ACTION-JOURNAL
           END-IF
           PERFORM JOURNALISER-DECISION.

       *>--------------------------------------------------------------
       PREPARER-CREDIT-LOT.
      *>   Ligne 'C' du lot sous la reference du litige, meme format
      *>   que SAISIE-TRANS (sans date de valeur).
           MOVE WS-MONTANT-LOT TO WS-MONTANT-LOT-EDIT
           MOVE SPACES TO WS-LIGNE-LOT
           STRING WS-REF-LITIGE       DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  LIT-COMPTE          DELIMITED BY SIZE
                  "|C|"               DELIMITED BY SIZE
                  WS-MONTANT-LOT-EDIT DELIMITED BY SIZE
                  "||"                DELIMITED BY SIZE
                  INTO WS-LIGNE-LOT
           END-STRING.

       *>--------------------------------------------------------------
       RELIRE-LITIGE-CHOISI.
      *>   Relit le litige de rang WS-NO-CHOISI parmi ceux que
      *>   LISTER-OUVERTS vient de numeroter.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           MOVE 0 TO WS-NO-PARCOURS
           OPEN INPUT LITIGES-FILE
           IF WS-FS-LITIGES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LITIGES-FILE
               AT END MOVE "10" TO WS-FS-LITIGES
           END-READ
           PERFORM UNTIL WS-FS-LITIGES = "10"
               IF (WS-ETAT-VISE = SPACE AND
                   (LIT-ETAT = 'O' OR LIT-ETAT = 'P')) OR
                  (WS-ETAT-VISE NOT = SPACE AND
                   LIT-ETAT = WS-ETAT-VISE)
                   ADD 1 TO WS-NO-PARCOURS
                   IF WS-NO-PARCOURS = WS-NO-CHOISI
                       MOVE 'Y' TO WS-LIGNE-TROUVEE
                       MOVE LIT-REC TO WS-LITIGE-CHOISI
                       MOVE "10" TO WS-FS-LITIGES
                   END-IF
               END-IF
               IF WS-FS-LITIGES NOT = "10"
                   READ LITIGES-FILE
                       AT END MOVE "10" TO WS-FS-LITIGES
                   END-READ
               END-IF
           END-PERFORM
           CLOSE LITIGES-FILE
           IF WS-LIGNE-TROUVEE = 'Y'
               MOVE WS-LITIGE-CHOISI TO LIT-REC
           END-IF.

       *>--------------------------------------------------------------
       MARQUER-LITIGE-CHOISI.
      *>   Le litige choisi (meme numero) prend son nouvel etat ; le
      *>   registre est reecrit par fichier de travail.
           MOVE 'N' TO WS-LIGNE-TROUVEE
           MOVE LIT-REC TO WS-LITIGE-CHOISI
           OPEN INPUT LITIGES-FILE
           IF WS-FS-LITIGES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LITIGES-TRV-FILE
           READ LITIGES-FILE
               AT END MOVE "10" TO WS-FS-LITIGES
           END-READ
           PERFORM UNTIL WS-FS-LITIGES = "10"
               IF LIT-NUMERO = WS-LITIGE-CHOISI (1:10)
                   MOVE 'Y' TO WS-LIGNE-TROUVEE
                   MOVE WS-NOUVEL-ETAT     TO LIT-ETAT
                   MOVE WS-NV-MONTANT-PROV TO LIT-MONTANT-PROV
                   MOVE WS-NV-DATE-PROV    TO LIT-DATE-PROV
                   IF WS-NOUVEL-ETAT = 'F' OR WS-NOUVEL-ETAT = 'R'
                       MOVE WS-DATE-JOUR   TO LIT-DATE-CLOTURE
                   END-IF
                   MOVE WS-OPER-SESSION    TO LIT-OPERATEUR
                   MOVE LIT-REC TO WS-LITIGE-CHOISI
               END-IF
               MOVE LIT-REC TO LITIGES-TRV-LIGNE
               WRITE LITIGES-TRV-LIGNE
               READ LITIGES-FILE
                   AT END MOVE "10" TO WS-FS-LITIGES
               END-READ
           END-PERFORM
           CLOSE LITIGES-FILE
           CLOSE LITIGES-TRV-FILE

           IF WS-LIGNE-TROUVEE = 'Y'
               OPEN OUTPUT LITIGES-FILE
               OPEN INPUT LITIGES-TRV-FILE
               READ LITIGES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-LITIGES-TRV
               END-READ
               PERFORM UNTIL WS-FS-LITIGES-TRV = "10"
                   MOVE LITIGES-TRV-LIGNE TO LIT-REC
                   WRITE LIT-REC
                   READ LITIGES-TRV-FILE
                       AT END MOVE "10" TO WS-FS-LITIGES-TRV
                   END-READ
               END-PERFORM
               CLOSE LITIGES-TRV-FILE
               CLOSE LITIGES-FILE
           END-IF
           MOVE WS-LITIGE-CHOISI TO LIT-REC.

       *>--------------------------------------------------------------
       AJOUTER-AU-LOT.
      *>   La ligne WS-LIGNE-LOT rejoint le lot du jour : lignes deja
      *>   presentes recopiees et recomptees, puis en-tete et pied
      *>   recalcules -- meme logique que SAISIE-TRANS. Une
      *>   annulation 'A' n'entre dans aucun des deux totaux.
           PERFORM RELEVER-LOT-EXISTANT
           MOVE WS-LIGNE-LOT TO TRANS-TRV-LIGNE
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
           WRITE TRANS-TRV-LIGNE
           ADD 1 TO WS-NB-DETAILS
           IF WS-TYPE-LOT = 'C'
               ADD WS-MONTANT-LOT TO WS-TOTAL-CREDITS
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
      *>   approbations_journal.txt pour le double regard.
           ACCEPT WS-DATE-TRACE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-TRACE FROM TIME
           MOVE SPACES TO JOURNAL-LIGNE
           STRING WS-DATE-TRACE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-HEURE-TRACE DELIMITED BY SIZE
                  " OPERATEUR="  DELIMITED BY SIZE
                  WS-OPER-SESSION DELIMITED BY SIZE
                  " LITIGE="     DELIMITED BY SIZE
                  LIT-NUMERO     DELIMITED BY SIZE
                  " COMPTE="     DELIMITED BY SIZE
                  LIT-COMPTE     DELIMITED BY SIZE
                  " SEQUENCE="   DELIMITED BY SIZE
                  LIT-SEQUENCE   DELIMITED BY SIZE
                  " ACTION="     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACTION-JOURNAL) DELIMITED BY SIZE
                  " CREDIT="     DELIMITED BY SIZE
                  LIT-MONTANT-PROV DELIMITED BY SIZE
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
       LISTER-LITIGES-COMPTE.
      *>   Tous les litiges du compte, clos compris.
           MOVE "Numero de compte :" TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE-SAISI

           MOVE 0 TO WS-NB-DU-COMPTE
           OPEN INPUT LITIGES-FILE
           IF WS-FS-LITIGES NOT = "00"
               DISPLAY "Aucun litige pour ce compte"
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SEPARATEUR
           READ LITIGES-FILE
               AT END MOVE "10" TO WS-FS-LITIGES
           END-READ
           PERFORM UNTIL WS-FS-LITIGES = "10"
               IF LIT-COMPTE = WS-COMPTE-SAISI
                   ADD 1 TO WS-NB-DU-COMPTE
                   MOVE WS-NB-DU-COMPTE TO WS-NO-AFFICHE
                   PERFORM AFFICHER-LITIGE
               END-IF
               READ LITIGES-FILE
                   AT END MOVE "10" TO WS-FS-LITIGES
               END-READ
           END-PERFORM
           CLOSE LITIGES-FILE
           IF WS-NB-DU-COMPTE = 0
               DISPLAY "Aucun litige pour ce compte"
           END-IF
           DISPLAY WS-SEPARATEUR.
