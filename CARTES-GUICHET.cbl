       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTES-GUICHET.

      *----------------------------------------------------------------
      * Nom du programme : CARTES-GUICHET
      * Description    : Cartes delivrees et mises en opposition, cote
      *                  guichet -- la carte n'est plus le numero de
      *                  compte mais une fiche du registre des cartes
      *                  (CARTE-REGISTRE) :
      *                    1 = emettre une carte sur un compte courant
      *                        (un compte peut en porter plusieurs) ;
      *                        le code part sous pli au prochain lot
      *                        PIN-COURRIER (demande 'N' deposee dans
      *                        demandes_codes.txt) ;
      *                    2 = declarer une carte perdue ou volee :
      *                        opposition immediate (statut 'P' ou
      *                        'V'), refusee des lors par EX-GPT et
      *                        SECURITE-01, et au choix une carte de
      *                        remplacement avec un code neuf sous pli
      *                        -- l'ancien code peut etre compromis ;
      *                    3 = remplacer une carte abimee : la nouvelle
      *                        carte reprend le code de l'ancienne
      *                        (SECUPIN, operation RP), l'ancienne
      *                        passe au statut 'R' ;
      *                    4 = lister les cartes d'un compte.
      *                  Opposition et remplacement partent dans
      *                  exgpt_audit.txt (statuts OPP et RMP). Les
      *                  ecritures au registre se font sous le verrou
      *                  de traitement CARTES, le meme que le lot
      *                  RENOUV-CARTES.
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

           SELECT DEMANDES-FILE
              ASSIGN TO "demandes_codes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEMANDES.

           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

           SELECT AUDIT-FILE
              ASSIGN TO "exgpt_audit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

      *>   "AAAAMMJJ|CARTE|MOTIF|OPERATEUR" -- voir PIN-GUICHET.
       FD DEMANDES-FILE.
       01 DEMANDE-LIGNE PIC X(60).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-DEMANDES      PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-FS-AUDIT         PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-CHOIX            PIC X(1) VALUE SPACES.
       01 WS-REPONSE          PIC X(1) VALUE SPACES.
       01 WS-COMPTE           PIC 9(5) VALUE 0.
       01 WS-CLIENT-EXISTE    PIC X(1) VALUE 'N'.
       01 WS-CARTE            PIC 9(8) VALUE 0.
       01 WS-CARTE-VALIDE     PIC X(1) VALUE 'N'.
       01 WS-NOUVELLE-CARTE   PIC 9(8) VALUE 0.
       01 WS-ORIGINE          PIC 9(8) VALUE 0.
       01 WS-EXPIRATION       PIC 9(8) VALUE 0.
       01 WS-STATUT-OPPOS     PIC X(1).
       01 WS-STATUT-AUDIT     PIC X(3).
       01 WS-NB-CARTES        PIC 9(3) VALUE 0.
       01 WS-LIBELLE-STATUT   PIC X(10).
       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-DATE-DEMANDE     PIC 9(8) VALUE 0.
       01 WS-DATE-AUDIT       PIC 9(8).
       01 WS-TIME-AUDIT       PIC 9(8).

      *>   Action passee a DATE-EXPLOIT : demande et audit sont dates
      *>   de la journee d'exploitation.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Champs passes a COMPTE-REGISTRE (registre des comptes) :
      *>   seul un compte courant porte une carte.
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a CARTE-REGISTRE (registre des cartes).
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).

      *>   Champs passes a SECUPIN (service de securite carte) :
      *>   report du code sur la carte de remplacement (RP).
       01 WS-SEC-OPERATION    PIC X(2).
       01 WS-SEC-CARTE        PIC 9(8).
       01 WS-SEC-CODE         PIC 9(4) VALUE 0.
       01 WS-SEC-VERROU.
           05 WS-SEC-TENTATIVES   PIC 9(4).
           05 WS-SEC-ACCES-OK     PIC X.
           05 WS-SEC-DATE-VERROU  PIC 9(8).
           05 WS-SEC-HEURE-VERROU PIC 9(8).
           05 WS-SEC-STATUT       PIC X.
       01 WS-SEC-RETOUR       PIC X(2).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : CARTES pour le registre, PLIS-CODES pour le
      *>   fichier des demandes reecrit par PIN-COURRIER.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "CARTES-GUICHET".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "CARTES - GUICHET"
           DISPLAY WS-SEPARATEUR
           PERFORM LIRE-OPERATEUR-SESSION

           MOVE SPACES TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX = '0'
               DISPLAY "1 = Emettre une carte sur un compte"
               DISPLAY "2 = Declarer une carte perdue ou volee"
               DISPLAY "3 = Remplacer une carte abimee (code conserve)"
               DISPLAY "4 = Lister les cartes d'un compte"
               DISPLAY "0 = Terminer"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM EMETTRE-CARTE-COMPTE
                   WHEN '2'
                       PERFORM DECLARER-OPPOSITION
                   WHEN '3'
                       PERFORM REMPLACER-CARTE
                   WHEN '4'
                       PERFORM LISTER-CARTES
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-OPERATEUR-SESSION.
      *>   Meme lecture que PIN-GUICHET : hors session, la demande
      *>   porte "BATCH".
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
           END-IF
           IF WS-OPER-SESSION = SPACES
               MOVE "BATCH" TO WS-OPER-SESSION
           END-IF.

       *>--------------------------------------------------------------
       EMETTRE-CARTE-COMPTE.
      *>   Seul un compte courant recoit une carte, comme un chequier.
           PERFORM SAISIR-COMPTE
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPTE TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE
                WS-CRG-TITULAIRE WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TYPE NOT = 'C'
               DISPLAY "Le compte " WS-COMPTE " n'est pas un compte "
                       "courant -- pas de carte"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRENDRE-VERROU-CARTES
           IF WS-VRT-RETOUR = "EN"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ORIGINE
           PERFORM EMETTRE-NOUVELLE-CARTE
           PERFORM LIBERER-VERROU-TRAITEMENT
           IF WS-CRT-RETOUR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM DEPOSER-DEMANDE-CODE.

       *>--------------------------------------------------------------
       DECLARER-OPPOSITION.
      *>   L'opposition est posee avant toute autre question : la
      *>   carte est refusee des cet instant.
           PERFORM SAISIR-CARTE
           IF WS-CARTE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF CAR-STATUT NOT = 'A'
               DISPLAY "Carte " WS-CARTE " deja hors service (statut "
                       CAR-STATUT ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motif : P = perdue, V = volee :"
           ACCEPT WS-STATUT-OPPOS
           IF WS-STATUT-OPPOS = 'p'
               MOVE 'P' TO WS-STATUT-OPPOS
           END-IF
           IF WS-STATUT-OPPOS = 'v'
               MOVE 'V' TO WS-STATUT-OPPOS
           END-IF
           IF WS-STATUT-OPPOS NOT = 'P' AND WS-STATUT-OPPOS NOT = 'V'
               DISPLAY "Motif invalide -- aucune opposition posee"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRENDRE-VERROU-CARTES
           IF WS-VRT-RETOUR = "EN"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-CARTE TO CAR-NUMERO
           MOVE WS-STATUT-OPPOS TO CAR-STATUT
           MOVE "MS" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR NOT = "00"
               PERFORM LIBERER-VERROU-TRAITEMENT
               DISPLAY "Registre des cartes indisponible : "
                       WS-CRT-RETOUR " -- opposition NON posee"
               MOVE "DECLARER-OPPOSITION" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR         TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OPPOSITION POSEE SUR LA CARTE " WS-CARTE
           MOVE "OPP" TO WS-STATUT-AUDIT
           PERFORM ENREGISTRER-AUDIT

           DISPLAY "Emettre une carte de remplacement ? (O/N) :"
           ACCEPT WS-REPONSE
           IF WS-REPONSE NOT = 'O' AND WS-REPONSE NOT = 'o'
               PERFORM LIBERER-VERROU-TRAITEMENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARTE TO WS-ORIGINE
           PERFORM EMETTRE-NOUVELLE-CARTE
           PERFORM LIBERER-VERROU-TRAITEMENT
           IF WS-CRT-RETOUR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM DEPOSER-DEMANDE-CODE.

       *>--------------------------------------------------------------
       REMPLACER-CARTE.
      *>   Carte abimee mais toujours entre les mains du titulaire :
      *>   la nouvelle reprend le code, l'ancienne est retiree.
           PERFORM SAISIR-CARTE
           IF WS-CARTE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           IF CAR-STATUT NOT = 'A'
               DISPLAY "Carte " WS-CARTE " hors service (statut "
                       CAR-STATUT ") -- a declarer perdue ou volee "
                       "pour la remplacer"
               EXIT PARAGRAPH
           END-IF

           PERFORM PRENDRE-VERROU-CARTES
           IF WS-VRT-RETOUR = "EN"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CARTE TO WS-ORIGINE
           PERFORM EMETTRE-NOUVELLE-CARTE
           IF WS-CRT-RETOUR NOT = "00"
               PERFORM LIBERER-VERROU-TRAITEMENT
               EXIT PARAGRAPH
           END-IF

           MOVE "RP" TO WS-SEC-OPERATION
           MOVE WS-NOUVELLE-CARTE TO WS-SEC-CARTE
           CALL "SECUPIN" USING WS-SEC-OPERATION WS-SEC-CARTE
                WS-SEC-CODE WS-SEC-VERROU WS-SEC-RETOUR
           EVALUATE WS-SEC-RETOUR
               WHEN "00"
                   DISPLAY "Code de la carte " WS-CARTE " repris"
               WHEN "NV"
                   DISPLAY "L'ancienne carte n'avait pas de code -- "
                           "code par defaut a la premiere utilisation"
               WHEN OTHER
                   DISPLAY "Code NON repris : " WS-SEC-RETOUR
                           " -- a redemander sous pli (PIN-GUICHET)"
                   MOVE "REMPLACER-CARTE" TO WS-EXC-PARAGRAPHE
                   MOVE WS-SEC-RETOUR     TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
           END-EVALUATE

           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-CARTE TO CAR-NUMERO
           MOVE 'R' TO CAR-STATUT
           MOVE "MS" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           PERFORM LIBERER-VERROU-TRAITEMENT
           IF WS-CRT-RETOUR NOT = "00"
               DISPLAY "Ancienne carte " WS-CARTE " NON retiree : "
                       WS-CRT-RETOUR
               MOVE "REMPLACER-CARTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR     TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "RMP" TO WS-STATUT-AUDIT
           PERFORM ENREGISTRER-AUDIT.

       *>--------------------------------------------------------------
       EMETTRE-NOUVELLE-CARTE.
      *>   WS-COMPTE et WS-ORIGINE arrivent renseignes ; la carte
      *>   d'origine recoit le numero de sa remplacante.
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-COMPTE  TO CAR-COMPTE
           MOVE WS-ORIGINE TO CAR-ORIGINE
           MOVE "NC" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR NOT = "00"
               DISPLAY "Registre des cartes indisponible : "
                       WS-CRT-RETOUR " -- aucune carte emise"
               MOVE "EMETTRE-NOUVELLE" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR      TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CAR-NUMERO     TO WS-NOUVELLE-CARTE
           MOVE CAR-EXPIRATION TO WS-EXPIRATION
           DISPLAY "CARTE " WS-NOUVELLE-CARTE " EMISE SUR LE COMPTE "
                   WS-COMPTE " - EXPIRE LE " WS-EXPIRATION.

       *>--------------------------------------------------------------
       DEPOSER-DEMANDE-CODE.
      *>   Demande 'N' pour la carte neuve, meme ligne et meme verrou
      *>   que PIN-GUICHET.
           MOVE "PLIS-CODES" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
               DISPLAY "LOT DES PLIS EN COURS -- demander le code de "
                       "la carte " WS-NOUVELLE-CARTE
                       " par PIN-GUICHET plus tard"
               EXIT PARAGRAPH
           END-IF
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-DEMANDE
           MOVE SPACES TO DEMANDE-LIGNE
           STRING WS-DATE-DEMANDE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NOUVELLE-CARTE DELIMITED BY SIZE
                  "|N|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OPER-SESSION) DELIMITED BY SIZE
                  INTO DEMANDE-LIGNE
           END-STRING
           OPEN INPUT DEMANDES-FILE
           IF WS-FS-DEMANDES = "00"
               CLOSE DEMANDES-FILE
               OPEN EXTEND DEMANDES-FILE
           ELSE
               OPEN OUTPUT DEMANDES-FILE
           END-IF
           WRITE DEMANDE-LIGNE
           CLOSE DEMANDES-FILE
           PERFORM LIBERER-VERROU-TRAITEMENT
           DISPLAY "Code demande -- il partira sous pli au prochain "
                   "lot".

       *>--------------------------------------------------------------
       LISTER-CARTES.
           PERFORM SAISIR-COMPTE
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SEPARATEUR
           DISPLAY "CARTE     EMISE LE  EXPIRE LE STATUT     "
                   "REMPLACEE PAR"
           DISPLAY WS-SEPARATEUR
           MOVE 0 TO WS-NB-CARTES
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-COMPTE TO CAR-COMPTE
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
               DISPLAY "Registre des cartes indisponible : "
                       WS-CRT-RETOUR
           END-IF
           IF WS-NB-CARTES = 0
               DISPLAY "Aucune carte emise sur le compte " WS-COMPTE
           END-IF
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       AFFICHER-UNE-CARTE.
           EVALUATE CAR-STATUT
               WHEN 'A'
                   MOVE "ACTIVE"    TO WS-LIBELLE-STATUT
               WHEN 'P'
                   MOVE "PERDUE"    TO WS-LIBELLE-STATUT
               WHEN 'V'
                   MOVE "VOLEE"     TO WS-LIBELLE-STATUT
               WHEN 'E'
                   MOVE "EXPIREE"   TO WS-LIBELLE-STATUT
               WHEN 'R'
                   MOVE "REMPLACEE" TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE CAR-STATUT  TO WS-LIBELLE-STATUT
           END-EVALUATE
           IF CAR-REMPLACANTE = 0
               DISPLAY CAR-NUMERO "  " CAR-EMISSION "  "
                       CAR-EXPIRATION "  " WS-LIBELLE-STATUT
           ELSE
               DISPLAY CAR-NUMERO "  " CAR-EMISSION "  "
                       CAR-EXPIRATION "  " WS-LIBELLE-STATUT " "
                       CAR-REMPLACANTE
           END-IF.

       *>--------------------------------------------------------------
       SAISIR-COMPTE.
      *>   Meme controle que CHEQUIERS : le compte doit exister dans
      *>   clients.csv.
           MOVE "Compte du client :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE
           MOVE 'N' TO WS-CLIENT-EXISTE
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPTE TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-EXISTE
           END-READ
           CLOSE CLIENT-FILE
           IF WS-CLIENT-EXISTE = 'N'
               DISPLAY "Compte " WS-COMPTE " introuvable dans "
                       "clients.csv"
           END-IF.

       *>--------------------------------------------------------------
       SAISIR-CARTE.
      *>   La carte doit etre au registre ; son statut est juge par
      *>   l'appelant.
           MOVE 'N' TO WS-CARTE-VALIDE
           MOVE "Numero de carte :" TO WS-LIBELLE-SAISIE
           MOVE 1        TO WS-BORNE-MIN-SAISIE
           MOVE 99999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-CARTE

           MOVE SPACES   TO WS-CRT-CARTE
           MOVE WS-CARTE TO CAR-NUMERO
           MOVE "LC"     TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR = "NT"
               DISPLAY "Carte " WS-CARTE " inconnue du registre"
               EXIT PARAGRAPH
           END-IF
           IF WS-CRT-RETOUR NOT = "00"
               DISPLAY "Registre des cartes indisponible : "
                       WS-CRT-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE CAR-COMPTE TO WS-COMPTE
           MOVE 'Y' TO WS-CARTE-VALIDE.

       *>--------------------------------------------------------------
       ENREGISTRER-AUDIT.
      *>   Meme disposition que les tentatives tracees par EX-GPT --
      *>   ANALYSE-AUDIT la lit comme une ligne ordinaire.
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-AUDIT
           ACCEPT WS-TIME-AUDIT FROM TIME
           MOVE SPACES TO AUDIT-REC
           STRING WS-DATE-AUDIT   DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-TIME-AUDIT   DELIMITED BY SIZE
                  " COMPTE="      DELIMITED BY SIZE
                  WS-COMPTE       DELIMITED BY SIZE
                  " CODE=****"    DELIMITED BY SIZE
                  " STATUT="      DELIMITED BY SIZE
                  WS-STATUT-AUDIT DELIMITED BY SIZE
                  " TENTATIVES=00" DELIMITED BY SIZE
                  " CARTE="       DELIMITED BY SIZE
                  WS-CARTE        DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           OPEN INPUT AUDIT-FILE
           IF WS-FS-AUDIT = "00"
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           ELSE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

       *>--------------------------------------------------------------
       PRENDRE-VERROU-CARTES.
           MOVE "CARTES" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
               DISPLAY "RENOUVELLEMENT DES CARTES EN COURS -- "
                       "REESSAYER PLUS TARD (verrou verrou_"
                       FUNCTION TRIM (WS-VRT-NOM) ".txt)"
           END-IF.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
