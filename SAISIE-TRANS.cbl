      * Description    : Saisie guichet du lot de transactions --
      *                  remplace le lot tape dans un editeur de
      *                  texte : chaque mouvement est demande au
      *                  clavier (type C/D/V/X/P, compte verifie dans
      *                  clients.csv au fil de la saisie, montant
      *                  controle, date de valeur facultative par
      *                  SAISIE-DATE), recoit un numero de REFERENCE
      *                  (agence, ordres permanents) sont conservees
      *                  et comptees dans le pied, comme le fait
      *                  ORDRES-PERMANENTS.
      *
      *                  Un credit ou un debit en especes n'est saisi
      *                  que sur la caisse ouverte de l'operateur de la
      *                  session (caisses.txt, CAISSE-GUICHET) : il est
      *                  inscrit contre elle dans caisses_mouvements.txt
      *                  sous sa reference guichet, et un retrait ne
      *                  peut pas depasser les especes du tiroir.
      *
      *                  Chaque ligne emise porte en dixieme champ
      *                  l'operateur de la session, et la saisie est
      *                  inscrite dans saisies_journal.txt (date
      *                  d'exploitation, operateur, reference, compte,
      *                  type, montant) -- base du rapport de
      *                  productivite RAPPORT-OPERATEURS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

           SELECT CAISSES-FILE
              ASSIGN TO "caisses.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CAISSES.

           SELECT MOUVEMENTS-FILE
              ASSIGN TO "caisses_mouvements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MOUVEMENTS.

           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

      *>   "AAAAMMJJ|OPERATEUR|REFERENCE|COMPTE|TYPE|MONTANT" : une
      *>   ligne par mouvement saisi, jamais reecrite.
           SELECT SAISIES-JOURNAL-FILE
              ASSIGN TO "saisies_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES-JNL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
       FD REF-CONTROL-FILE.
       01 LIGNE-REF-CTL PIC 9(8).

       FD CAISSES-FILE.
       01 CAI-REC.
           COPY CAISSEREC.

       FD MOUVEMENTS-FILE.
       01 CMV-REC.
           COPY CAISMVTREC.

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       FD SAISIES-JOURNAL-FILE.
       01 SAISIES-JNL-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-TRANS         PIC XX.
       01 WS-FS-TRANS-TRV     PIC XX.
       01 WS-FS-REF-CTL       PIC XX.
       01 WS-FS-CAISSES       PIC XX.
       01 WS-FS-MOUVEMENTS    PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-FS-SAISIES-JNL   PIC XX.
       01 WS-SEPARATEUR       PIC X(40) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
      *>   Lot en reconstruction : en-tete, compteur et totaux du
      *>   pied -- memes regles que ORDRES-PERMANENTS.
       01 WS-DATE-LOT         PIC X(8).
      *>   Agence de l'en-tete ("H|AAAAMMJJ|AGE"), reportee telle
      *>   quelle ; un lot sans agence le reste.
       01 WS-AGENCE-LOT       PIC X(3) VALUE SPACES.
       01 WS-ENTETE-VUE       PIC X(1) VALUE 'N'.
       01 WS-NB-DETAILS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
      *>   Compte debite mis de cote pendant la verification du
      *>   destinataire : VERIFIER-COMPTE travaille dans WS-ID-SAISI.
       01 WS-ID-SOURCE        PIC 9(5) VALUE 0.
      *>   Virement externe 'X' : compte du beneficiaire chez l'autre
      *>   banque, 11 caracteres au plus comme dans le format de la
      *>   chambre de compensation.
       01 WS-COMPTE-EXTERNE   PIC X(11).
       01 WS-COMPTE-EXT-SAISI PIC X(20).
      *>   Cheque emis 'P' : numero du cheque presente au paiement.
       01 WS-NUMERO-CHEQUE    PIC 9(7) VALUE 0.
       01 WS-NB-BARRES        PIC 9(2) VALUE 0.
       01 WS-CLIENT-EXISTE    PIC X(1).
       01 WS-MONTANT-SAISI    PIC X(10).
       01 WS-MONTANT-ENT      PIC 9(7) VALUE 0.

       01 WS-NB-SAISIS        PIC 9(5) VALUE 0.

      *>   Mouvement especes : caisse ouverte de l'operateur de la
      *>   session et especes disponibles dans son tiroir.
       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
      *>   Ligne emise avec l'operateur en dixieme champ.
       01 WS-LIGNE-OPERATEUR  PIC X(80).
       01 WS-MONTANT-JNL      PIC 9(7).99.

      *>   Agence du compte saisi et droit d'y saisir (CONTROLE-
      *>   AGENCE) ; agence de l'operateur (AGENCE-OPERATEUR), portee
      *>   par l'en-tete d'un lot qu'il ouvre.
       01 WS-AGENCE-COMPTE    PIC X(3).
       01 WS-AGENCE-AUTORISE  PIC X(1).
       01 WS-AGO-OPERATEUR    PIC X(8).
       01 WS-AGO-ROLE         PIC X(1).
       01 WS-AGO-AGENCE       PIC X(3).
       01 WS-ESPECES          PIC X(1) VALUE 'N'.
       01 WS-CAISSE-OUVERTE   PIC X(1) VALUE 'N'.
       01 WS-CAISSE-FONDS     PIC 9(7)V99 VALUE 0.
       01 WS-CAISSE-DISPO     PIC S9(7)V99 VALUE 0.
       01 WS-CAISSE-DISPO-EDIT PIC -(6)9.99.

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
      *>   de valeur est justement souvent future.
       01 WS-FUTUR-INTERDIT    PIC X(1) VALUE 'N'.

      *>   Arguments de CLE-RIB (pose des cles RIB sur la
      *>   ligne du lot).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'L'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO WS-DATE-LOT
           PERFORM LIRE-OPERATEUR-SESSION

           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
           END-IF

           PERFORM RELEVER-LOT-EXISTANT
           IF WS-AGENCE-LOT = SPACES
               CALL "AGENCE-OPERATEUR" USING WS-AGO-OPERATEUR
                    WS-AGO-ROLE WS-AGO-AGENCE
               MOVE WS-AGO-AGENCE TO WS-AGENCE-LOT
           END-IF
           PERFORM LIRE-REFERENCE-CONTROLE

           MOVE 'O' TO WS-STOP
               IF TRANS-LIGNE (1:2) = "H|"
                   MOVE 'Y' TO WS-ENTETE-VUE
                   MOVE TRANS-LIGNE (3:8) TO WS-DATE-LOT
                   IF TRANS-LIGNE (11:1) = "|"
                       MOVE TRANS-LIGNE (12:3) TO WS-AGENCE-LOT
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DETAILS
                   PERFORM CUMULER-DETAIL-EXISTANT
              WS-DET-TYPE = 'Q'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-CREDITS
           END-IF
           IF WS-DET-TYPE = 'D' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'X' OR WS-DET-TYPE = 'P'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-DEBITS
           END-IF.

       SAISIR-MOUVEMENT.
           MOVE SPACES TO WS-TYPE-SAISI
           PERFORM UNTIL WS-TYPE-SAISI = 'C' OR WS-TYPE-SAISI = 'D'
                    OR WS-TYPE-SAISI = 'V' OR WS-TYPE-SAISI = 'X'
                    OR WS-TYPE-SAISI = 'P'
               DISPLAY "Type de mouvement (C = credit, D = debit, "
                       "V = virement, X = virement vers une autre "
                       "banque, P = cheque emis presente) :"
               ACCEPT WS-TYPE-SAISI
               IF WS-TYPE-SAISI NOT = 'C' AND WS-TYPE-SAISI NOT = 'D'
                  AND WS-TYPE-SAISI NOT = 'V'
                  AND WS-TYPE-SAISI NOT = 'X'
                  AND WS-TYPE-SAISI NOT = 'P'
                   DISPLAY "Type inconnu -- veuillez ressaisir"
               END-IF
           END-PERFORM

      *>   Especes au guichet : seulement sur une caisse ouverte,
      *>   sinon le mouvement est abandonne avant toute saisie.
           MOVE 'N' TO WS-ESPECES
           IF WS-TYPE-SAISI = 'C' OR WS-TYPE-SAISI = 'D'
               DISPLAY "Mouvement en especes au guichet ? (O/N) :"
               ACCEPT WS-ESPECES
               IF WS-ESPECES = 'O' OR WS-ESPECES = 'o'
                   MOVE 'Y' TO WS-ESPECES
                   PERFORM CHERCHER-CAISSE-OUVERTE
                   IF WS-CAISSE-OUVERTE = 'N'
                       DISPLAY "Aucune caisse ouverte a votre nom "
                               "pour la journee (CAISSE-GUICHET) -- "
                               "mouvement abandonne"
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   MOVE 'N' TO WS-ESPECES
               END-IF
           END-IF

           PERFORM SAISIR-COMPTE-VERIFIE
           MOVE WS-ID-SAISI TO WS-ID-DEST-SAISI
           IF WS-TYPE-SAISI = 'V'
               PERFORM SAISIR-DESTINATAIRE
           END-IF
           IF WS-TYPE-SAISI = 'X'
               PERFORM SAISIR-COMPTE-EXTERNE
           END-IF
           IF WS-TYPE-SAISI = 'P'
               PERFORM SAISIR-NUMERO-CHEQUE
           END-IF

           PERFORM SAISIR-MONTANT
           IF WS-ESPECES = 'Y' AND WS-TYPE-SAISI = 'D'
               PERFORM CALCULER-ESPECES-DISPONIBLES
               IF WS-MONTANT-VAL > WS-CAISSE-DISPO
                   MOVE WS-CAISSE-DISPO TO WS-CAISSE-DISPO-EDIT
                   DISPLAY "Especes insuffisantes en caisse "
                           "(disponible " WS-CAISSE-DISPO-EDIT
                           ") -- mouvement abandonne"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SAISIR-DATE-VALEUR
           PERFORM EMETTRE-MOUVEMENT.

       SAISIR-COMPTE-VERIFIE.
      *>   Le compte est verifie dans clients.csv au fil de la saisie
      *>   -- une faute de frappe s'arrete au clavier au lieu de finir
      *>   en rejet INCONNU le soir. Un operateur guichet ne saisit
      *>   que sur les comptes de son agence (CONTROLE-AGENCE) ; le
      *>   compte credite d'un virement peut etre d'une autre agence.
           MOVE 'N' TO WS-CLIENT-EXISTE
           PERFORM UNTIL WS-CLIENT-EXISTE = 'Y'
               MOVE "Compte du mouvement :" TO WS-LIBELLE-SAISIE
               MOVE 1     TO WS-BORNE-MIN-SAISIE
               MOVE 99999 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-ID-SAISI
               IF WS-CLIENT-EXISTE = 'N'
                   DISPLAY "Compte " WS-ID-SAISI " introuvable dans "
                           "clients.csv -- veuillez ressaisir"
               ELSE
                   CALL "CONTROLE-AGENCE" USING WS-ID-SAISI
                        WS-AGENCE-COMPTE WS-AGENCE-AUTORISE
                   IF WS-AGENCE-AUTORISE = 'N'
                       DISPLAY "Compte " WS-ID-SAISI " rattache a "
                               "l'agence " WS-AGENCE-COMPTE
                               " -- hors de votre agence"
                       MOVE 'N' TO WS-CLIENT-EXISTE
                   END-IF
               END-IF
           END-PERFORM.

                    TO WS-LIBELLE-SAISIE
               MOVE 1     TO WS-BORNE-MIN-SAISIE
               MOVE 99999 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-ID-DEST-SAISI
           END-PERFORM
           MOVE WS-ID-SOURCE TO WS-ID-SAISI.

       *>--------------------------------------------------------------
       SAISIR-COMPTE-EXTERNE.
      *>   Le compte externe n'est pas verifiable ici (il est tenu par
      *>   l'autre banque) : seuls la presence, la longueur et
      *>   l'absence de separateur sont controlees.
           MOVE SPACES TO WS-COMPTE-EXTERNE
           PERFORM UNTIL WS-COMPTE-EXTERNE NOT = SPACES
               DISPLAY "Compte du beneficiaire a l'autre banque "
                       "(11 caracteres au plus) :"
               MOVE SPACES TO WS-COMPTE-EXT-SAISI
               ACCEPT WS-COMPTE-EXT-SAISI
               MOVE 0 TO WS-NB-BARRES
               INSPECT WS-COMPTE-EXT-SAISI TALLYING WS-NB-BARRES
                   FOR ALL "|"
               IF WS-COMPTE-EXT-SAISI = SPACES OR WS-NB-BARRES > 0
                  OR WS-COMPTE-EXT-SAISI (12:9) NOT = SPACES
                   DISPLAY "Compte externe invalide -- veuillez "
                           "ressaisir"
               ELSE
                   MOVE FUNCTION TRIM (WS-COMPTE-EXT-SAISI)
                        TO WS-COMPTE-EXTERNE
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       SAISIR-NUMERO-CHEQUE.
      *>   Le numero n'est controle contre les chequiers et les
      *>   oppositions qu'au passage de MAJ-SOLDE : un cheque refuse
      *>   part en rejet sous son propre motif, comme a la
      *>   compensation.
           MOVE "Numero du cheque :" TO WS-LIBELLE-SAISIE
           MOVE 1       TO WS-BORNE-MIN-SAISIE
           MOVE 9999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NUMERO-CHEQUE.

       *>--------------------------------------------------------------
       VERIFIER-COMPTE.
           MOVE 'N' TO WS-CLIENT-EXISTE
           END-STRING

           MOVE SPACES TO TRANS-TRV-LIGNE
           IF WS-TYPE-SAISI = 'X'
               STRING WS-REF-EMISE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-ID-SAISI DELIMITED BY SIZE
                      "|X|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MONTANT-SAISI)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-COMPTE-EXTERNE)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DATE-VALEUR-TASSEE)
                          DELIMITED BY SIZE
                      INTO TRANS-TRV-LIGNE
               END-STRING
           ELSE
           IF WS-TYPE-SAISI = 'V'
               STRING WS-REF-EMISE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                          DELIMITED BY SIZE
                      INTO TRANS-TRV-LIGNE
               END-STRING
           ELSE
           IF WS-TYPE-SAISI = 'P'
               STRING WS-REF-EMISE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-ID-SAISI DELIMITED BY SIZE
                      "|P|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MONTANT-SAISI)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-NUMERO-CHEQUE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-DATE-VALEUR-TASSEE)
                          DELIMITED BY SIZE
                      INTO TRANS-TRV-LIGNE
               END-STRING
           ELSE
               STRING WS-REF-EMISE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      INTO TRANS-TRV-LIGNE
               END-STRING
           END-IF
           END-IF
           END-IF
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
      *>   Les cles posees, la ligne finit sur CLE-DEST (vide hors
      *>   virement) : l'operateur vient en dixieme champ.
           IF WS-OPER-SESSION NOT = SPACES
               MOVE SPACES TO WS-LIGNE-OPERATEUR
               STRING FUNCTION TRIM (TRANS-TRV-LIGNE TRAILING)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-OPER-SESSION)
                          DELIMITED BY SIZE
                      INTO WS-LIGNE-OPERATEUR
               END-STRING
               MOVE WS-LIGNE-OPERATEUR TO TRANS-TRV-LIGNE
           END-IF
           WRITE TRANS-TRV-LIGNE
           PERFORM INSCRIRE-JOURNAL-SAISIE
           ADD 1 TO WS-NB-DETAILS
           ADD 1 TO WS-NB-SAISIS
           IF WS-TYPE-SAISI = 'C' OR WS-TYPE-SAISI = 'V'
               ADD WS-MONTANT-VAL TO WS-TOTAL-CREDITS
           END-IF
           IF WS-TYPE-SAISI = 'D' OR WS-TYPE-SAISI = 'V' OR
              WS-TYPE-SAISI = 'X' OR WS-TYPE-SAISI = 'P'
               ADD WS-MONTANT-VAL TO WS-TOTAL-DEBITS
           END-IF
           IF WS-ESPECES = 'Y'
               PERFORM INSCRIRE-MOUVEMENT-CAISSE
           END-IF
           DISPLAY "Mouvement " WS-REF-EMISE " enregistre".

       *>--------------------------------------------------------------
       INSCRIRE-JOURNAL-SAISIE.
      *>   Meme idiome d'ajout que INSCRIRE-MOUVEMENT-CAISSE.
           MOVE WS-MONTANT-VAL TO WS-MONTANT-JNL
           MOVE SPACES TO SAISIES-JNL-LIGNE
           STRING WS-DATE-JOUR    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPER-SESSION) DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-REF-EMISE    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-ID-SAISI     DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-TYPE-SAISI   DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-MONTANT-JNL  DELIMITED BY SIZE
                  INTO SAISIES-JNL-LIGNE
           END-STRING
           OPEN INPUT SAISIES-JOURNAL-FILE
           IF WS-FS-SAISIES-JNL = "00"
               CLOSE SAISIES-JOURNAL-FILE
               OPEN EXTEND SAISIES-JOURNAL-FILE
           ELSE
               OPEN OUTPUT SAISIES-JOURNAL-FILE
           END-IF
           WRITE SAISIES-JNL-LIGNE
           CLOSE SAISIES-JOURNAL-FILE.

       *>--------------------------------------------------------------
       LIRE-OPERATEUR-SESSION.
      *>   L'operateur de la session est celui pose par MENU a
      *>   l'ouverture ; ses mouvements especes vont a sa caisse.
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
       CHERCHER-CAISSE-OUVERTE.
           MOVE 'N' TO WS-CAISSE-OUVERTE
           MOVE 0 TO WS-CAISSE-FONDS
           IF WS-OPER-SESSION = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CAISSES-FILE
           IF WS-FS-CAISSES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CAISSES-FILE
               AT END MOVE "10" TO WS-FS-CAISSES
           END-READ
           PERFORM UNTIL WS-FS-CAISSES = "10"
               IF CAI-DATE = WS-DATE-JOUR AND
                  CAI-OPERATEUR = WS-OPER-SESSION AND
                  CAI-ETAT = 'O'
                   MOVE 'Y' TO WS-CAISSE-OUVERTE
                   MOVE CAI-FONDS TO WS-CAISSE-FONDS
               END-IF
               READ CAISSES-FILE
                   AT END MOVE "10" TO WS-FS-CAISSES
               END-READ
           END-PERFORM
           CLOSE CAISSES-FILE.

       *>--------------------------------------------------------------
       CALCULER-ESPECES-DISPONIBLES.
      *>   Fonds + versements - retraits deja inscrits, meme calcul
      *>   que la caisse attendue de CAISSE-GUICHET.
           MOVE WS-CAISSE-FONDS TO WS-CAISSE-DISPO
           OPEN INPUT MOUVEMENTS-FILE
           IF WS-FS-MOUVEMENTS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MOUVEMENTS-FILE
               AT END MOVE "10" TO WS-FS-MOUVEMENTS
           END-READ
           PERFORM UNTIL WS-FS-MOUVEMENTS = "10"
               IF CMV-DATE = WS-DATE-JOUR AND
                  CMV-OPERATEUR = WS-OPER-SESSION AND
                  CMV-MONTANT IS NUMERIC
                   IF CMV-SENS = 'E'
                       ADD CMV-MONTANT TO WS-CAISSE-DISPO
                   END-IF
                   IF CMV-SENS = 'S'
                       SUBTRACT CMV-MONTANT FROM WS-CAISSE-DISPO
                   END-IF
               END-IF
               READ MOUVEMENTS-FILE
                   AT END MOVE "10" TO WS-FS-MOUVEMENTS
               END-READ
           END-PERFORM
           CLOSE MOUVEMENTS-FILE.

       *>--------------------------------------------------------------
       INSCRIRE-MOUVEMENT-CAISSE.
      *>   Meme idiome d'ajout que l'audit d'EX-GPT.
           MOVE ALL "|" TO CMV-REC
           MOVE WS-DATE-JOUR    TO CMV-DATE
           MOVE WS-OPER-SESSION TO CMV-OPERATEUR
           MOVE WS-REF-EMISE    TO CMV-REFERENCE
           MOVE WS-ID-SAISI     TO CMV-COMPTE
           IF WS-TYPE-SAISI = 'C'
               MOVE 'E' TO CMV-SENS
           ELSE
               MOVE 'S' TO CMV-SENS
           END-IF
           MOVE WS-MONTANT-VAL  TO CMV-MONTANT
           OPEN INPUT MOUVEMENTS-FILE
           IF WS-FS-MOUVEMENTS = "00"
               CLOSE MOUVEMENTS-FILE
               OPEN EXTEND MOUVEMENTS-FILE
           ELSE
               OPEN OUTPUT MOUVEMENTS-FILE
           END-IF
           WRITE CMV-REC
           CLOSE MOUVEMENTS-FILE.

       *>--------------------------------------------------------------
       LIRE-REFERENCE-CONTROLE.
           MOVE 0 TO WS-REF-COURANTE
                  WS-DATE-LOT DELIMITED BY SIZE
                  INTO TRANS-LIGNE
           END-STRING
           IF WS-AGENCE-LOT NOT = SPACES
               MOVE "|"           TO TRANS-LIGNE (11:1)
               MOVE WS-AGENCE-LOT TO TRANS-LIGNE (12:3)
           END-IF
           WRITE TRANS-LIGNE

           OPEN INPUT TRANS-TRV-FILE
