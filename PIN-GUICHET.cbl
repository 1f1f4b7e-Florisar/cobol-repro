       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIN-GUICHET.

      *----------------------------------------------------------------
      * Nom du programme : PIN-GUICHET
      * Description    : Codes secrets sous pli, cote guichet -- le
      *                  guichetier ne voit ni ne tape jamais de code :
      *                    1 = deposer une demande de code sous pli
      *                        (nouvelle carte 'N' ou reemission 'R')
      *                        dans demandes_codes.txt,
      *                        "AAAAMMJJ|CARTE|MOTIF|OPERATEUR", que
      *                        le lot PIN-COURRIER servira ;
      *                    2 = confirmer la reception du pli, piece
      *                        d'identite du titulaire en main : la
      *                        carte, inutilisable depuis l'emission
      *                        (statut 'R' de SECUPIN), redevient
      *                        active. La confirmation part dans
      *                        exgpt_audit.txt avec le statut REC.
      *                  La carte est designee par son numero au
      *                  registre des cartes (CARTE-REGISTRE) : une
      *                  carte perdue, volee, remplacee, expiree ou
      *                  en opposition ne recoit pas de demande, et
      *                  une carte n'a qu'une demande en attente a la
      *                  fois.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD DEMANDES-FILE.
       01 DEMANDE-LIGNE PIC X(60).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-DEMANDES      PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-FS-AUDIT         PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-CHOIX            PIC X(1) VALUE SPACES.
       01 WS-CARTE            PIC 9(8) VALUE 0.
       01 WS-CARTE-VALIDE     PIC X(1) VALUE 'N'.
       01 WS-COMPTE           PIC 9(5) VALUE 0.
       01 WS-MOTIF            PIC X(1) VALUE SPACES.
       01 WS-REPONSE          PIC X(1) VALUE SPACES.
       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-DATE-DEMANDE     PIC 9(8) VALUE 0.

      *>   Recherche d'une demande deja deposee pour la carte.
       01 WS-LU-DATE          PIC X(8).
       01 WS-LU-CARTE         PIC X(8).
       01 WS-DEMANDE-TROUVEE  PIC X(1) VALUE 'N'.

       01 WS-DATE-AUDIT       PIC 9(8).
       01 WS-TIME-AUDIT       PIC 9(8).

      *>   Action passee a DATE-EXPLOIT : demande et audit sont dates
      *>   de la journee d'exploitation.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Champs passes a SECUPIN (service de securite carte) :
      *>   lecture du verrou (LV) et confirmation de reception (RC).
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

      *>   Champs passes a CARTE-REGISTRE (registre des cartes) :
      *>   validation de la carte saisie (VC).
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : meme verrou que le lot PIN-COURRIER, qui
      *>   reecrit le fichier des demandes.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "PIN-GUICHET".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "CODES SECRETS SOUS PLI - GUICHET"
           DISPLAY WS-SEPARATEUR
           PERFORM LIRE-OPERATEUR-SESSION

           MOVE SPACES TO WS-CHOIX
           PERFORM UNTIL WS-CHOIX = '0'
               DISPLAY "1 = Demander un code sous pli (nouvelle carte "
                       "ou reemission)"
               DISPLAY "2 = Confirmer la reception d'un pli"
               DISPLAY "0 = Terminer"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM DEMANDER-CODE
                   WHEN '2'
                       PERFORM CONFIRMER-RECEPTION
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
           END-PERFORM
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-OPERATEUR-SESSION.
      *>   Meme lecture que HISTO-CLIENT : hors session, la demande
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
       SAISIR-CARTE.
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
           MOVE "VC"     TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR NOT = "00"
               DISPLAY "Carte " WS-CARTE " inutilisable (" WS-CRT-RETOUR
                       ") -- operation refusee"
               EXIT PARAGRAPH
           END-IF
           MOVE CAR-COMPTE TO WS-COMPTE
           MOVE 'Y' TO WS-CARTE-VALIDE.

       *>--------------------------------------------------------------
       DEMANDER-CODE.
           PERFORM SAISIR-CARTE
           IF WS-CARTE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motif : N = nouvelle carte, R = reemission :"
           ACCEPT WS-MOTIF
           IF WS-MOTIF = 'n'
               MOVE 'N' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = 'r'
               MOVE 'R' TO WS-MOTIF
           END-IF
           IF WS-MOTIF NOT = 'N' AND WS-MOTIF NOT = 'R'
               DISPLAY "Motif invalide -- aucune demande deposee"
               EXIT PARAGRAPH
           END-IF

           MOVE "LV" TO WS-SEC-OPERATION
           MOVE WS-CARTE TO WS-SEC-CARTE
           CALL "SECUPIN" USING WS-SEC-OPERATION WS-SEC-CARTE
                WS-SEC-CODE WS-SEC-VERROU WS-SEC-RETOUR
           IF WS-SEC-RETOUR NOT = "00" AND WS-SEC-RETOUR NOT = "NV"
               DISPLAY "Magasin des verrous indisponible : "
                       WS-SEC-RETOUR " -- aucune demande deposee"
               MOVE "DEMANDER-CODE" TO WS-EXC-PARAGRAPHE
               MOVE WS-SEC-RETOUR   TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-STATUT = 'D'
               DISPLAY "Carte en opposition (titulaire decede) -- "
                       "aucun code ne sera emis"
               EXIT PARAGRAPH
           END-IF
           IF WS-SEC-STATUT = 'R'
               DISPLAY "Un pli est deja en route pour cette carte : le "
                       "nouveau code remplacera le sien"
           END-IF

           MOVE "PLIS-CODES" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
               DISPLAY "LOT DES PLIS EN COURS -- REESSAYER PLUS TARD "
                       "(verrou verrou_"
                       FUNCTION TRIM (WS-VRT-NOM) ".txt)"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHERCHER-DEMANDE
           IF WS-DEMANDE-TROUVEE = 'Y'
               DISPLAY "Une demande attend deja le prochain lot pour "
                       "cette carte"
           ELSE
               PERFORM DEPOSER-DEMANDE
               DISPLAY "Demande enregistree -- le code partira sous "
                       "pli au prochain lot"
           END-IF
           PERFORM LIBERER-VERROU-TRAITEMENT.

       *>--------------------------------------------------------------
       CHERCHER-DEMANDE.
           MOVE 'N' TO WS-DEMANDE-TROUVEE
           OPEN INPUT DEMANDES-FILE
           IF WS-FS-DEMANDES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DEMANDES-FILE
               AT END MOVE "10" TO WS-FS-DEMANDES
           END-READ
           PERFORM UNTIL WS-FS-DEMANDES = "10"
               MOVE SPACES TO WS-LU-DATE WS-LU-CARTE
               UNSTRING DEMANDE-LIGNE DELIMITED BY "|"
                   INTO WS-LU-DATE WS-LU-CARTE
               END-UNSTRING
               IF FUNCTION TRIM (WS-LU-CARTE) IS NUMERIC
                   IF FUNCTION NUMVAL (WS-LU-CARTE) = WS-CARTE
                       MOVE 'Y' TO WS-DEMANDE-TROUVEE
                   END-IF
               END-IF
               READ DEMANDES-FILE
                   AT END MOVE "10" TO WS-FS-DEMANDES
               END-READ
           END-PERFORM
           CLOSE DEMANDES-FILE.

       *>--------------------------------------------------------------
       DEPOSER-DEMANDE.
      *>   Meme idiome d'ajout que EXCLOG.
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-DEMANDE
           MOVE SPACES TO DEMANDE-LIGNE
           STRING WS-DATE-DEMANDE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-CARTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MOTIF DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
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
           CLOSE DEMANDES-FILE.

       *>--------------------------------------------------------------
       CONFIRMER-RECEPTION.
           PERFORM SAISIR-CARTE
           IF WS-CARTE-VALIDE = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Piece d'identite du titulaire controlee ? (O/N) :"
           ACCEPT WS-REPONSE
           IF WS-REPONSE NOT = 'O' AND WS-REPONSE NOT = 'o'
               DISPLAY "Reception non confirmee -- la carte reste "
                       "inactive"
               EXIT PARAGRAPH
           END-IF

           MOVE "RC" TO WS-SEC-OPERATION
           MOVE WS-CARTE TO WS-SEC-CARTE
           CALL "SECUPIN" USING WS-SEC-OPERATION WS-SEC-CARTE
                WS-SEC-CODE WS-SEC-VERROU WS-SEC-RETOUR
           EVALUATE WS-SEC-RETOUR
               WHEN "00"
                   DISPLAY "RECEPTION CONFIRMEE - CARTE " WS-CARTE
                           " DU COMPTE " WS-COMPTE " ACTIVEE"
                   PERFORM ENREGISTRER-AUDIT
               WHEN "NR"
                   DISPLAY "Aucun pli en attente de reception pour "
                           "cette carte"
               WHEN OTHER
                   DISPLAY "Magasin des verrous indisponible : "
                           WS-SEC-RETOUR " -- reception non confirmee"
                   MOVE "CONFIRMER-RECEPT" TO WS-EXC-PARAGRAPHE
                   MOVE WS-SEC-RETOUR      TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
           END-EVALUATE.

       *>--------------------------------------------------------------
       ENREGISTRER-AUDIT.
      *>   Meme disposition que les tentatives tracees par EX-GPT, le
      *>   statut REC -- ANALYSE-AUDIT la lit comme une ligne
      *>   ordinaire.
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-AUDIT
           ACCEPT WS-TIME-AUDIT FROM TIME
           MOVE SPACES TO AUDIT-REC
           STRING WS-DATE-AUDIT   DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-TIME-AUDIT   DELIMITED BY SIZE
                  " COMPTE="      DELIMITED BY SIZE
                  WS-COMPTE       DELIMITED BY SIZE
                  " CODE=****"    DELIMITED BY SIZE
                  " STATUT=REC"   DELIMITED BY SIZE
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
       LIBERER-VERROU-TRAITEMENT.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
