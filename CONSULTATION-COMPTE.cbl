      *                  brut et le grand livre : identite et adresse
      *                  (clients.csv), solde signe et statut, limite
      *                  de decouvert (decouverts.txt, limites
      *                  perimees valant zero), montant gele par les
      *                  saisies actives (saisies.txt), cartes du
      *                  compte (registre CARTE-REGISTRE) avec l'etat
      *                  du verrou de chacune (verrous.dat via
      *                  SECUPIN), et les dix
      *                  derniers mouvements du grand livre du plus
      *                  recent au plus ancien, lus dans l'index du
      *                  grand livre (INDEX-LIVRE).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

           SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

           SELECT SAISIES-FILE
              ASSIGN TO "saisies.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD DECOUVERTS-FILE.
       01 DECOUV-LIGNE PIC X(40).

       FD SAISIES-FILE.
       01 SAI-REC.
           COPY SAISIEREC.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-DECOUV        PIC XX.
       01 WS-FS-SAISIES       PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-ID-CONSULTE      PIC 9(5) VALUE 0.
       01 WS-DEC-FIN-TEXTE    PIC X(8).
       01 WS-DEC-FIN-NUM      PIC 9(8) VALUE 0.

      *>   Saisies actives du compte : nombre et montant gele, retire
      *>   du disponible par MAJ-SOLDE.
       01 WS-NB-SAISIES       PIC 9(3) VALUE 0.
       01 WS-MONTANT-SAISI    PIC 9(9)V99 VALUE 0.
       01 WS-MONTANT-SAISI-ED PIC Z(8)9.99.

      *>   Dix derniers mouvements, gardes en glissement : le onzieme
      *>   pousse le plus ancien dehors, puis l'affichage part du
      *>   dernier entre (le plus recent).
               10 WS-DM-LIGNE PIC X(80).
       01 WS-GLISSE           PIC 9(2) VALUE 0.

      *>   Piece du grand livre rendue par INDEX-LIVRE.
       01 LIVRE-LIGNE         PIC X(132).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence).
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Champs eclates d'une ligne du grand livre.
       01 WS-LIV-COMPTE       PIC X(5).
       01 WS-LIV-SEQ          PIC X(7).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a LIRE-DEPOT-TERME (conditions d'un depot a
      *>   terme).
       01 WS-DAT-COMPTE       PIC 9(5).
       01 WS-DAT-MONTANT      PIC 9(7)V99.
       01 WS-DAT-TAUX         PIC 9(2)V99.
       01 WS-DAT-DUREE        PIC 9(3).
       01 WS-DAT-ECHEANCE     PIC 9(8).
       01 WS-DAT-INSTRUCTION  PIC X(1).
       01 WS-DAT-ETAT         PIC X(1).
       01 WS-DAT-TROUVE       PIC X(1).
       01 WS-DAT-MONTANT-EDIT PIC Z(6)9.99.
       01 WS-DAT-TAUX-EDIT    PIC Z9.99.

      *>   Champs passes a SECUPIN (service de securite carte) : etat
      *>   du verrou de chaque carte active du compte.
       01 WS-SEC-OPERATION    PIC X(2).
       01 WS-SEC-CARTE        PIC 9(8).
       01 WS-SEC-CODE         PIC 9(4) VALUE 0.
       01 WS-SEC-VERROU.
           05 WS-SEC-TENTATIVES   PIC 9(4).
           05 WS-SEC-STATUT       PIC X.
       01 WS-SEC-RETOUR       PIC X(2).

      *>   Champs passes a CARTE-REGISTRE (registre des cartes).
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).
       01 WS-NB-CARTES        PIC 9(3) VALUE 0.
       01 WS-CARTE-ENTETE     PIC X(40).

      *>   Agence du compte demande et droit de le consulter
      *>   (CONTROLE-AGENCE).
       01 WS-AGENCE-COMPTE    PIC X(3).
       01 WS-AGENCE-AUTORISE  PIC X(1).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
                    TO WS-LIBELLE-SAISIE
               MOVE 1     TO WS-BORNE-MIN-SAISIE
               MOVE 99999 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-ID-CONSULTE
               DISPLAY "Consulter un autre compte ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           GOBACK.

       *>--------------------------------------------------------------
       CONSULTER-COMPTE.
      *>   Un operateur guichet ne consulte que les comptes de son
      *>   agence (CONTROLE-AGENCE) ; un superviseur les voit tous.
           CALL "CONTROLE-AGENCE" USING WS-ID-CONSULTE
                WS-AGENCE-COMPTE WS-AGENCE-AUTORISE
           IF WS-AGENCE-AUTORISE = 'N'
               DISPLAY "Compte " WS-ID-CONSULTE " rattache a l'agence "
                       WS-AGENCE-COMPTE " -- hors de votre agence"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
                   FUNCTION TRIM (CLI-CODE-POSTAL) " "
                   FUNCTION TRIM (CLI-VILLE)
           DISPLAY "Telephone : " FUNCTION TRIM (CLI-TELEPHONE)
           DISPLAY "Agence : " WS-AGENCE-COMPTE

           MOVE WS-ID-CONSULTE TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           EVALUATE WS-CRG-TYPE
               WHEN 'E'
                   DISPLAY "Type : EPARGNE (titulaire "
                           WS-CRG-TITULAIRE ")"
               WHEN 'T'
                   DISPLAY "Type : DEPOT A TERME (titulaire "
                           WS-CRG-TITULAIRE ")"
                   PERFORM AFFICHER-CONDITIONS-DEPOT
               WHEN OTHER
                   DISPLAY "Type : COURANT"
           END-EVALUATE

           DISPLAY "Solde : " FUNCTION TRIM (WS-RAP-SOLDE)
                   "   Statut : " WS-STATUT-LU
               DISPLAY "Decouvert autorise : "
                       FUNCTION TRIM (WS-LIMITE-COMPTE)
           END-IF
           PERFORM AFFICHER-SAISIES-ACTIVES
           PERFORM AFFICHER-CARTES
           PERFORM AFFICHER-DERNIERS-MOUVEMENTS
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       AFFICHER-CONDITIONS-DEPOT.
           MOVE WS-ID-CONSULTE TO WS-DAT-COMPTE
           CALL "LIRE-DEPOT-TERME" USING WS-DAT-COMPTE WS-DAT-MONTANT
                WS-DAT-TAUX WS-DAT-DUREE WS-DAT-ECHEANCE
                WS-DAT-INSTRUCTION WS-DAT-ETAT WS-DAT-TROUVE
           IF WS-DAT-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAT-MONTANT TO WS-DAT-MONTANT-EDIT
           MOVE WS-DAT-TAUX    TO WS-DAT-TAUX-EDIT
           DISPLAY "Depot : " FUNCTION TRIM (WS-DAT-MONTANT-EDIT)
                   " a " FUNCTION TRIM (WS-DAT-TAUX-EDIT) " % sur "
                   WS-DAT-DUREE " mois, echeance le " WS-DAT-ECHEANCE
           EVALUATE WS-DAT-INSTRUCTION
               WHEN 'R'
                   DISPLAY "A l'echeance : renouvellement"
               WHEN OTHER
                   DISPLAY "A l'echeance : reversement sur le compte "
                           "courant"
           END-EVALUATE
           IF WS-DAT-ETAT = 'S'
               DISPLAY "Depot solde a l'echeance"
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-LIMITE-COMPTE.
      *>   Limite accordee au compte, les limites perimees valant
           END-IF
           MOVE WS-DEC-LIM-TEXTE TO WS-LIMITE-COMPTE.

       *>--------------------------------------------------------------
       AFFICHER-SAISIES-ACTIVES.
      *>   Rien a afficher pour un compte sans saisie active.
           MOVE 0 TO WS-NB-SAISIES WS-MONTANT-SAISI
           OPEN INPUT SAISIES-FILE
           IF WS-FS-SAISIES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SAISIES-FILE
               AT END MOVE "10" TO WS-FS-SAISIES
           END-READ
           PERFORM UNTIL WS-FS-SAISIES = "10"
               IF SAI-ETAT = 'O' AND SAI-COMPTE = WS-ID-CONSULTE
                  AND SAI-MONTANT IS NUMERIC
                   ADD 1 TO WS-NB-SAISIES
                   ADD SAI-MONTANT TO WS-MONTANT-SAISI
               END-IF
               READ SAISIES-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES
               END-READ
           END-PERFORM
           CLOSE SAISIES-FILE
           IF WS-NB-SAISIES > 0
               MOVE WS-MONTANT-SAISI TO WS-MONTANT-SAISI-ED
               DISPLAY "SAISIE EN COURS : " WS-NB-SAISIES
                       " acte(s), montant gele "
                       FUNCTION TRIM (WS-MONTANT-SAISI-ED)
                       " -- rien a payer sur ce montant"
           END-IF.

       *>--------------------------------------------------------------
       AFFICHER-CARTES.
      *>   Toutes les cartes du compte au registre, avec leur
      *>   expiration ; une carte active montre l'etat de son verrou.
           MOVE 0 TO WS-NB-CARTES
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-ID-CONSULTE TO CAR-COMPTE
           MOVE "PC" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           PERFORM UNTIL WS-CRT-RETOUR NOT = "00"
               ADD 1 TO WS-NB-CARTES
               PERFORM AFFICHER-UNE-CARTE
               MOVE "SC" TO WS-CRT-OPERATION
               CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION
                    WS-CRT-CARTE WS-CRT-RETOUR
           END-PERFORM
           IF WS-CRT-RETOUR NOT = "FN"
               DISPLAY "Cartes : registre illisible (" WS-CRT-RETOUR
                       ")"
           ELSE
               IF WS-NB-CARTES = 0
                   DISPLAY "Carte : aucune carte emise"
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       AFFICHER-UNE-CARTE.
           MOVE SPACES TO WS-CARTE-ENTETE
           STRING "Carte " DELIMITED BY SIZE
                  CAR-NUMERO DELIMITED BY SIZE
                  " (exp. " DELIMITED BY SIZE
                  CAR-EXPIRATION DELIMITED BY SIZE
                  ") :" DELIMITED BY SIZE
                  INTO WS-CARTE-ENTETE
           END-STRING
           EVALUATE CAR-STATUT
               WHEN 'P'
                   DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                           " PERDUE le " CAR-DATE-STATUT
               WHEN 'V'
                   DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                           " VOLEE le " CAR-DATE-STATUT
               WHEN 'E'
                   DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                           " expiree"
               WHEN 'R'
                   DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                           " remplacee par " CAR-REMPLACANTE
               WHEN OTHER
                   PERFORM AFFICHER-VERROU-CARTE
           END-EVALUATE.

       *>--------------------------------------------------------------
       AFFICHER-VERROU-CARTE.
           MOVE "LV" TO WS-SEC-OPERATION
           MOVE CAR-NUMERO TO WS-SEC-CARTE
           CALL "SECUPIN" USING WS-SEC-OPERATION WS-SEC-CARTE
                WS-SEC-CODE WS-SEC-VERROU WS-SEC-RETOUR
           IF WS-SEC-RETOUR = "00" OR WS-SEC-RETOUR = "NV"
               EVALUATE WS-SEC-STATUT
                   WHEN 'B'
                       DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                               " BLOQUEE depuis "
                               WS-SEC-DATE-VERROU " ("
                               WS-SEC-TENTATIVES " tentatives)"
                   WHEN 'D'
                       DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                               " EN OPPOSITION (titulaire decede)"
                   WHEN 'R'
                       DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                               " CODE SOUS PLI - reception a "
                               "confirmer au guichet"
                   WHEN OTHER
                       DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                               " active"
               END-EVALUATE
           ELSE
               DISPLAY FUNCTION TRIM (WS-CARTE-ENTETE)
                       " etat illisible (" WS-SEC-RETOUR ")"
           END-IF.

       *>--------------------------------------------------------------
       AFFICHER-DERNIERS-MOUVEMENTS.
      *>   Un seul passage sur les pieces du compte dans l'index du
      *>   grand livre : les dix dernieres restent en glissement,
      *>   puis s'affichent de la plus recente a la plus ancienne.
           MOVE 0 TO WS-NB-DERNIERS
           MOVE 'D' TO WS-ILV-ACTION
           MOVE WS-ID-CONSULTE TO WS-ILV-COMPTE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           PERFORM UNTIL WS-ILV-TROUVE NOT = 'Y'
               MOVE 'S' TO WS-ILV-ACTION
               CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                    WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
               IF WS-ILV-TROUVE = 'Y'
                   MOVE WS-ILV-LIGNE TO LIVRE-LIGNE
                   PERFORM RETENIR-SI-DU-COMPTE
               END-IF
           END-PERFORM

           DISPLAY "DERNIERS MOUVEMENTS (du plus recent au plus "
                   "ancien) :"
