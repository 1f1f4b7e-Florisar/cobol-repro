       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDATS.

      *----------------------------------------------------------------
      * Nom du programme : MANDATS
      * Description    : Tenue des mandats de prelevement -- enregistre
      *                  le mandat signe par un client au profit d'un
      *                  creancier (compte debite, reference unique du
      *                  mandat RUM, identifiant du creancier, date de
      *                  signature) dans mandats.txt, le revoque a la
      *                  demande du client (etat 'R' et date de
      *                  revocation : l'historique reste au registre),
      *                  et affiche les creanciers autorises d'un
      *                  compte. PRELEVEMENTS-ENTREE consulte le
      *                  registre via LIRE-MANDAT ; un prelevement sans
      *                  mandat actif repart a la chambre.
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

           SELECT MANDATS-FILE
              ASSIGN TO "mandats.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MANDATS.

           SELECT MANDATS-TRV-FILE
              ASSIGN TO "mandats.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MANDATS-TRV.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD MANDATS-FILE.
       01 MANDAT-LIGNE PIC X(60).

       FD MANDATS-TRV-FILE.
       01 MANDAT-TRV-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-MANDATS       PIC XX.
       01 WS-FS-MANDATS-TRV   PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-COMPTE           PIC 9(5) VALUE 0.
       01 WS-RUM              PIC X(12).
       01 WS-CREANCIER        PIC X(13).
       01 WS-SIGNATURE        PIC 9(8) VALUE 0.
       01 WS-TEXTE-SAISI      PIC X(20).
       01 WS-NB-BARRES        PIC 9(2) COMP.
       01 WS-CLIENT-EXISTE    PIC X(1).
       01 WS-REVOQUE          PIC X(1).
       01 WS-NB-LISTES        PIC 9(5) VALUE 0.

      *>   Champs eclates d'une ligne de mandats.txt.
       01 WS-MDT-RUM          PIC X(12).
       01 WS-MDT-COMPTE-CHAR  PIC X(5).
       01 WS-MDT-CREANCIER    PIC X(13).
       01 WS-MDT-SIGNATURE    PIC X(8).
       01 WS-MDT-ETAT         PIC X(1).
       01 WS-MDT-REVOCATION   PIC X(8).

      *>   Champs passes a LIRE-MANDAT (registre des mandats).
       01 WS-LMD-COMPTE       PIC 9(5).
       01 WS-LMD-CREANCIER    PIC X(13).
       01 WS-LMD-SIGNATURE    PIC 9(8).
       01 WS-LMD-ETAT         PIC X(1).
       01 WS-LMD-TROUVE       PIC X(1).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a SAISIE-DATE (saisie de date validee,
      *>   reutilisable -- voir SAISIE-DATE.cbl) : un mandat est signe
      *>   avant d'etre enregistre.
       01 WS-FUTUR-INTERDIT    PIC X(1) VALUE 'O'.
       01 WS-DATE-SAISIE       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "TENUE DES MANDATS DE PRELEVEMENT"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Enregistrer un mandat signe"
               DISPLAY "2 = Revoquer un mandat"
               DISPLAY "3 = Creanciers autorises d'un compte"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM ENREGISTRER-MANDAT
                   WHEN '2'
                       PERFORM REVOQUER-MANDAT
                   WHEN '3'
                       PERFORM LISTER-MANDATS-COMPTE
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
               DISPLAY "Voulez-vous continuer ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM
           GOBACK.

       *>--------------------------------------------------------------
       ENREGISTRER-MANDAT.
           PERFORM SAISIR-COMPTE
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF

           PERFORM SAISIR-RUM
           IF WS-RUM = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "LIRE-MANDAT" USING WS-RUM WS-LMD-COMPTE
                WS-LMD-CREANCIER WS-LMD-SIGNATURE WS-LMD-ETAT
                WS-LMD-TROUVE
           IF WS-LMD-TROUVE = 'Y'
               DISPLAY "Mandat " WS-RUM " deja enregistre (compte "
                       WS-LMD-COMPTE ", etat " WS-LMD-ETAT
                       ") -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CREANCIER
           PERFORM UNTIL WS-CREANCIER NOT = SPACES
               DISPLAY "Identifiant du creancier (13 car. max) :"
               MOVE SPACES TO WS-TEXTE-SAISI
               ACCEPT WS-TEXTE-SAISI
               MOVE 0 TO WS-NB-BARRES
               INSPECT WS-TEXTE-SAISI TALLYING WS-NB-BARRES
                   FOR ALL "|"
               IF WS-TEXTE-SAISI = SPACES OR WS-NB-BARRES > 0 OR
                  WS-TEXTE-SAISI (14:7) NOT = SPACES
                   DISPLAY "Identifiant invalide -- veuillez "
                           "ressaisir"
               ELSE
                   MOVE WS-TEXTE-SAISI (1:13) TO WS-CREANCIER
               END-IF
           END-PERFORM

           MOVE "Date de signature (AAAA-MM-JJ) :" TO WS-LIBELLE-SAISIE
           CALL "SAISIE-DATE" USING WS-LIBELLE-SAISIE
                WS-FUTUR-INTERDIT WS-DATE-SAISIE
           COMPUTE WS-SIGNATURE =
               FUNCTION NUMVAL (WS-DATE-SAISIE (1:4)) * 10000
               + FUNCTION NUMVAL (WS-DATE-SAISIE (6:2)) * 100
               + FUNCTION NUMVAL (WS-DATE-SAISIE (9:2))

      *>   Meme idiome d'ajout que PROCURATIONS.
           MOVE SPACES TO MANDAT-LIGNE
           STRING FUNCTION TRIM (WS-RUM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-COMPTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CREANCIER) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SIGNATURE DELIMITED BY SIZE
                  "|A|" DELIMITED BY SIZE
                  INTO MANDAT-LIGNE
           END-STRING
           OPEN INPUT MANDATS-FILE
           IF WS-FS-MANDATS = "00"
               CLOSE MANDATS-FILE
               OPEN EXTEND MANDATS-FILE
           ELSE
               OPEN OUTPUT MANDATS-FILE
           END-IF
           WRITE MANDAT-LIGNE
           CLOSE MANDATS-FILE
           DISPLAY "Mandat " FUNCTION TRIM (WS-RUM) " enregistre : "
                   "creancier " FUNCTION TRIM (WS-CREANCIER)
                   " sur le compte " WS-COMPTE.

       *>--------------------------------------------------------------
       REVOQUER-MANDAT.
      *>   Le client revoque un mandat de son propre compte : la ligne
      *>   reste au registre, passee a l'etat 'R' avec la date du jour
      *>   -- reecriture par fichier de travail, comme PROCURATIONS.
           PERFORM SAISIR-COMPTE
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM SAISIR-RUM
           IF WS-RUM = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "LIRE-MANDAT" USING WS-RUM WS-LMD-COMPTE
                WS-LMD-CREANCIER WS-LMD-SIGNATURE WS-LMD-ETAT
                WS-LMD-TROUVE
           IF WS-LMD-TROUVE = 'N' OR WS-LMD-COMPTE NOT = WS-COMPTE
               DISPLAY "Aucun mandat " FUNCTION TRIM (WS-RUM)
                       " sur le compte " WS-COMPTE
                       " -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           IF WS-LMD-ETAT = 'R'
               DISPLAY "Mandat deja revoque -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REVOQUE
           OPEN INPUT MANDATS-FILE
           OPEN OUTPUT MANDATS-TRV-FILE
           READ MANDATS-FILE
               AT END MOVE "10" TO WS-FS-MANDATS
           END-READ
           PERFORM UNTIL WS-FS-MANDATS = "10"
               PERFORM RECOPIER-OU-REVOQUER
               READ MANDATS-FILE
                   AT END MOVE "10" TO WS-FS-MANDATS
               END-READ
           END-PERFORM
           CLOSE MANDATS-FILE
           CLOSE MANDATS-TRV-FILE

           OPEN OUTPUT MANDATS-FILE
           OPEN INPUT MANDATS-TRV-FILE
           READ MANDATS-TRV-FILE
               AT END MOVE "10" TO WS-FS-MANDATS-TRV
           END-READ
           PERFORM UNTIL WS-FS-MANDATS-TRV = "10"
               MOVE MANDAT-TRV-LIGNE TO MANDAT-LIGNE
               WRITE MANDAT-LIGNE
               READ MANDATS-TRV-FILE
                   AT END MOVE "10" TO WS-FS-MANDATS-TRV
               END-READ
           END-PERFORM
           CLOSE MANDATS-TRV-FILE
           CLOSE MANDATS-FILE

           IF WS-REVOQUE = 'Y'
               DISPLAY "Mandat " FUNCTION TRIM (WS-RUM) " revoque au "
                       WS-DATE-JOUR " : les prelevements de "
                       FUNCTION TRIM (WS-LMD-CREANCIER)
                       " seront retournes"
           END-IF.

       *>--------------------------------------------------------------
       RECOPIER-OU-REVOQUER.
           IF MANDAT-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM ECLATER-LIGNE-MANDAT
           IF WS-MDT-RUM = WS-RUM
               MOVE 'Y' TO WS-REVOQUE
               MOVE SPACES TO MANDAT-TRV-LIGNE
               STRING FUNCTION TRIM (WS-MDT-RUM) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MDT-COMPTE-CHAR)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MDT-CREANCIER)
                          DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-MDT-SIGNATURE DELIMITED BY SIZE
                      "|R|" DELIMITED BY SIZE
                      WS-DATE-JOUR DELIMITED BY SIZE
                      INTO MANDAT-TRV-LIGNE
               END-STRING
           ELSE
               MOVE MANDAT-LIGNE TO MANDAT-TRV-LIGNE
           END-IF
           WRITE MANDAT-TRV-LIGNE.

       *>--------------------------------------------------------------
       LISTER-MANDATS-COMPTE.
           PERFORM SAISIR-COMPTE
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NB-LISTES
           DISPLAY WS-SEPARATEUR
           DISPLAY "MANDATS DU COMPTE " WS-COMPTE
           DISPLAY "RUM           CREANCIER      SIGNE LE  ETAT  "
                   "REVOQUE LE"
           OPEN INPUT MANDATS-FILE
           IF WS-FS-MANDATS = "00"
               READ MANDATS-FILE
                   AT END MOVE "10" TO WS-FS-MANDATS
               END-READ
               PERFORM UNTIL WS-FS-MANDATS = "10"
                   PERFORM AFFICHER-SI-COMPTE
                   READ MANDATS-FILE
                       AT END MOVE "10" TO WS-FS-MANDATS
                   END-READ
               END-PERFORM
               CLOSE MANDATS-FILE
           END-IF
           DISPLAY WS-SEPARATEUR
           DISPLAY "Mandats listes : " WS-NB-LISTES.

       *>--------------------------------------------------------------
       AFFICHER-SI-COMPTE.
           IF MANDAT-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM ECLATER-LIGNE-MANDAT
           IF FUNCTION TRIM (WS-MDT-COMPTE-CHAR) IS NUMERIC
               IF FUNCTION NUMVAL (WS-MDT-COMPTE-CHAR) = WS-COMPTE
                   ADD 1 TO WS-NB-LISTES
                   DISPLAY WS-MDT-RUM "  " WS-MDT-CREANCIER "  "
                           WS-MDT-SIGNATURE "  " WS-MDT-ETAT "     "
                           WS-MDT-REVOCATION
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       ECLATER-LIGNE-MANDAT.
           MOVE SPACES TO WS-MDT-RUM WS-MDT-COMPTE-CHAR
           MOVE SPACES TO WS-MDT-CREANCIER WS-MDT-SIGNATURE
           MOVE SPACES TO WS-MDT-ETAT WS-MDT-REVOCATION
           UNSTRING MANDAT-LIGNE DELIMITED BY "|"
               INTO WS-MDT-RUM WS-MDT-COMPTE-CHAR WS-MDT-CREANCIER
                    WS-MDT-SIGNATURE WS-MDT-ETAT WS-MDT-REVOCATION
           END-UNSTRING.

       *>--------------------------------------------------------------
       SAISIR-RUM.
      *>   Reference unique du mandat, telle qu'imprimee sur le
      *>   formulaire signe : 12 caracteres au plus, sans "|".
           MOVE SPACES TO WS-RUM
           DISPLAY "Reference du mandat (RUM, 12 car. max) :"
           MOVE SPACES TO WS-TEXTE-SAISI
           ACCEPT WS-TEXTE-SAISI
           MOVE 0 TO WS-NB-BARRES
           INSPECT WS-TEXTE-SAISI TALLYING WS-NB-BARRES FOR ALL "|"
           IF WS-TEXTE-SAISI = SPACES OR WS-NB-BARRES > 0 OR
              WS-TEXTE-SAISI (13:8) NOT = SPACES
               DISPLAY "Reference invalide -- rien n'est fait"
           ELSE
               MOVE WS-TEXTE-SAISI (1:12) TO WS-RUM
           END-IF.

       *>--------------------------------------------------------------
       SAISIR-COMPTE.
           MOVE "Compte du client :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE
           PERFORM VERIFIER-CLIENT
           IF WS-CLIENT-EXISTE = 'N'
               DISPLAY "Compte " WS-COMPTE " introuvable dans "
                       "clients.csv"
           END-IF.

       *>--------------------------------------------------------------
       VERIFIER-CLIENT.
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
           CLOSE CLIENT-FILE.
