       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURS-DEVISES.

      *----------------------------------------------------------------
      * Nom du programme : COURS-DEVISES
      * Description    : Tenue de la table des cours de change par le
      *                  back-office -- chaque jour ouvre, le cours de
      *                  chaque devise tenue (unites de la devise pour
      *                  un euro, six decimales) est saisi pour la
      *                  journee d'exploitation et ajoute a
      *                  cours_devises.txt
      *                  ("AAAAMMJJ|DEV|COURS|OPERATEUR"). La table
      *                  n'est jamais reecrite : elle garde l'historique
      *                  des cours, et une ressaisie du meme jour
      *                  corrige la precedente (la derniere ligne
      *                  l'emporte, voir LIRE-DEVISE). Un ecart de plus
      *                  de 10 % sur le dernier cours connu demande une
      *                  confirmation, contre les fautes de frappe.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURS-FILE
              ASSIGN TO "cours_devises.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COURS.

           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

       DATA DIVISION.
       FILE SECTION.
       FD COURS-FILE.
       01 COURS-LIGNE PIC X(40).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-COURS         PIC XX.
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

       01 WS-DEVISE-SAISIE    PIC X(3).
       01 WS-COURS-SAISI      PIC 9(3)V9(6) VALUE 0.
       01 WS-COURS-EDIT       PIC 9(3).9(6).
       01 WS-ANCIEN-EDIT      PIC 9(3).9(6).
       01 WS-ECART-POURC      PIC 9(5)V99 VALUE 0.

      *>   Champs passes a LIRE-DEVISE (devise d'un compte et cours
      *>   du jour) : compte a zero, la devise est fournie.
       01 WS-DEV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-DEV-DATE         PIC 9(8) VALUE 0.
       01 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COURS        PIC 9(3)V9(6) VALUE 0.
       01 WS-DEV-TROUVE       PIC X(1).

      *>   Champs eclates d'une ligne de cours_devises.txt.
       01 WS-CRS-DATE         PIC X(8).
       01 WS-CRS-DEVISE       PIC X(3).
       01 WS-CRS-COURS        PIC X(12).
       01 WS-CRS-OPERATEUR    PIC X(8).
       01 WS-NB-LIGNES        PIC 9(5) VALUE 0.

      *>   Cours en vigueur par devise (derniere ligne vue de chaque
      *>   devise).
       01 WS-NB-DEVISES       PIC 9(2) VALUE 0.
       01 WS-TABLE-DEVISES.
           05 WS-TD-ENTRY OCCURS 30 TIMES INDEXED BY WS-TDIDX.
               10 WS-TD-DEVISE PIC X(3).
               10 WS-TD-DATE   PIC X(8).
               10 WS-TD-COURS  PIC X(12).
       01 WS-TD-TROUVE        PIC X(1).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "COURS DE CHANGE DES DEVISES"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Saisir le cours du jour d'une devise"
               DISPLAY "2 = Cours en vigueur"
               DISPLAY "3 = Historique d'une devise"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM SAISIR-COURS
                   WHEN '2'
                       PERFORM LISTER-COURS-EN-VIGUEUR
                   WHEN '3'
                       PERFORM LISTER-HISTORIQUE
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
               DISPLAY "Voulez-vous continuer ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-OPERATEUR-SESSION.
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
       SAISIR-DEVISE.
      *>   Code ISO a trois lettres ; l'euro, monnaie de tenue des
      *>   livres, n'a pas de cours.
           MOVE SPACES TO WS-DEVISE-SAISIE
           PERFORM UNTIL WS-DEVISE-SAISIE IS ALPHABETIC-UPPER AND
                         WS-DEVISE-SAISIE (3:1) NOT = SPACE AND
                         WS-DEVISE-SAISIE NOT = "EUR"
               DISPLAY "Code devise (3 lettres, ex. USD, GBP) :"
               ACCEPT WS-DEVISE-SAISIE
               INSPECT WS-DEVISE-SAISIE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-DEVISE-SAISIE = "EUR"
                   DISPLAY "L'euro n'a pas de cours -- autre devise"
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       SAISIR-COURS.
           PERFORM SAISIR-DEVISE
           MOVE 0 TO WS-DEV-COMPTE
           MOVE WS-DATE-JOUR TO WS-DEV-DATE
           MOVE WS-DEVISE-SAISIE TO WS-DEV-DEVISE
           CALL "LIRE-DEVISE" USING WS-DEV-COMPTE WS-DEV-DATE
                WS-DEV-DEVISE WS-DEV-COURS WS-DEV-TROUVE
           IF WS-DEV-TROUVE = 'Y'
               MOVE WS-DEV-COURS TO WS-ANCIEN-EDIT
               DISPLAY "Dernier cours connu : 1 EUR = "
                       WS-ANCIEN-EDIT " " WS-DEVISE-SAISIE
           ELSE
               DISPLAY "Premier cours de la devise " WS-DEVISE-SAISIE
           END-IF

           MOVE "Cours en millioniemes (1084500 = 1,084500 par EUR) :"
                TO WS-LIBELLE-SAISIE
           MOVE 1 TO WS-BORNE-MIN-SAISIE
           MOVE 999999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           COMPUTE WS-COURS-SAISI = WS-VALEUR-SAISIE / 1000000
           MOVE WS-COURS-SAISI TO WS-COURS-EDIT

      *>   Garde-fou : un cours qui s'ecarte de plus de 10 % du
      *>   precedent est le plus souvent une virgule mal placee.
           IF WS-DEV-TROUVE = 'Y'
               IF WS-COURS-SAISI > WS-DEV-COURS
                   COMPUTE WS-ECART-POURC ROUNDED =
                       (WS-COURS-SAISI - WS-DEV-COURS) * 100
                       / WS-DEV-COURS
               ELSE
                   COMPUTE WS-ECART-POURC ROUNDED =
                       (WS-DEV-COURS - WS-COURS-SAISI) * 100
                       / WS-DEV-COURS
               END-IF
               IF WS-ECART-POURC > 10
                   DISPLAY "Ecart de " WS-ECART-POURC " % sur le "
                           "dernier cours -- confirmer 1 EUR = "
                           WS-COURS-EDIT " " WS-DEVISE-SAISIE
                           " ? (O/N) :"
                   ACCEPT WS-CONFIRMATION
                   IF WS-CONFIRMATION NOT = 'O' AND
                      WS-CONFIRMATION NOT = 'o'
                       DISPLAY "Cours non enregistre"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO COURS-LIGNE
           STRING WS-DATE-JOUR     DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-DEVISE-SAISIE DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-COURS-EDIT    DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-OPER-SESSION  DELIMITED BY SIZE
                  INTO COURS-LIGNE
           END-STRING
           OPEN INPUT COURS-FILE
           IF WS-FS-COURS = "00"
               CLOSE COURS-FILE
               OPEN EXTEND COURS-FILE
           ELSE
               OPEN OUTPUT COURS-FILE
           END-IF
           WRITE COURS-LIGNE
           CLOSE COURS-FILE
           DISPLAY "Cours du " WS-DATE-JOUR " enregistre : 1 EUR = "
                   WS-COURS-EDIT " " WS-DEVISE-SAISIE.

       *>--------------------------------------------------------------
       LISTER-COURS-EN-VIGUEUR.
      *>   Le dernier cours de chaque devise a la journee
      *>   d'exploitation, avec sa date : un cours ancien signale une
      *>   saisie du jour oubliee.
           MOVE 0 TO WS-NB-DEVISES
           OPEN INPUT COURS-FILE
           IF WS-FS-COURS NOT = "00"
               DISPLAY "Aucun cours saisi"
               EXIT PARAGRAPH
           END-IF
           READ COURS-FILE
               AT END MOVE "10" TO WS-FS-COURS
           END-READ
           PERFORM UNTIL WS-FS-COURS = "10"
               PERFORM RETENIR-COURS-DEVISE
               READ COURS-FILE
                   AT END MOVE "10" TO WS-FS-COURS
               END-READ
           END-PERFORM
           CLOSE COURS-FILE

           DISPLAY WS-SEPARATEUR
           DISPLAY "DEV  DATE      COURS (POUR 1 EUR)"
           DISPLAY WS-SEPARATEUR
           PERFORM VARYING WS-TDIDX FROM 1 BY 1
                    UNTIL WS-TDIDX > WS-NB-DEVISES
               IF WS-TD-DATE (WS-TDIDX) = WS-DATE-JOUR
                   DISPLAY WS-TD-DEVISE (WS-TDIDX) "  "
                           WS-TD-DATE (WS-TDIDX) "  "
                           WS-TD-COURS (WS-TDIDX)
               ELSE
                   DISPLAY WS-TD-DEVISE (WS-TDIDX) "  "
                           WS-TD-DATE (WS-TDIDX) "  "
                           WS-TD-COURS (WS-TDIDX)
                           "  (pas de cours du jour)"
               END-IF
           END-PERFORM
           DISPLAY WS-SEPARATEUR
           DISPLAY "Devises tenues : " WS-NB-DEVISES.

       *>--------------------------------------------------------------
       RETENIR-COURS-DEVISE.
           MOVE SPACES TO WS-CRS-DATE WS-CRS-DEVISE WS-CRS-COURS
           UNSTRING COURS-LIGNE DELIMITED BY "|"
               INTO WS-CRS-DATE WS-CRS-DEVISE WS-CRS-COURS
           END-UNSTRING
           IF WS-CRS-DATE IS NOT NUMERIC OR
              WS-CRS-DATE > WS-DATE-JOUR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TD-TROUVE
           PERFORM VARYING WS-TDIDX FROM 1 BY 1
                    UNTIL WS-TDIDX > WS-NB-DEVISES
               IF WS-TD-DEVISE (WS-TDIDX) = WS-CRS-DEVISE
                   MOVE 'Y' TO WS-TD-TROUVE
                   IF WS-CRS-DATE >= WS-TD-DATE (WS-TDIDX)
                       MOVE WS-CRS-DATE  TO WS-TD-DATE (WS-TDIDX)
                       MOVE WS-CRS-COURS TO WS-TD-COURS (WS-TDIDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TD-TROUVE = 'N'
               IF WS-NB-DEVISES < 30
                   ADD 1 TO WS-NB-DEVISES
                   MOVE WS-CRS-DEVISE TO WS-TD-DEVISE (WS-NB-DEVISES)
                   MOVE WS-CRS-DATE   TO WS-TD-DATE (WS-NB-DEVISES)
                   MOVE WS-CRS-COURS  TO WS-TD-COURS (WS-NB-DEVISES)
               ELSE
                   DISPLAY "Table des devises pleine (30) -- devise "
                           WS-CRS-DEVISE " non listee"
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       LISTER-HISTORIQUE.
           PERFORM SAISIR-DEVISE
           MOVE 0 TO WS-NB-LIGNES
           OPEN INPUT COURS-FILE
           IF WS-FS-COURS NOT = "00"
               DISPLAY "Aucun cours saisi"
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SEPARATEUR
           DISPLAY "DATE      COURS       OPERATEUR"
           DISPLAY WS-SEPARATEUR
           READ COURS-FILE
               AT END MOVE "10" TO WS-FS-COURS
           END-READ
           PERFORM UNTIL WS-FS-COURS = "10"
               MOVE SPACES TO WS-CRS-DATE WS-CRS-DEVISE WS-CRS-COURS
               MOVE SPACES TO WS-CRS-OPERATEUR
               UNSTRING COURS-LIGNE DELIMITED BY "|"
                   INTO WS-CRS-DATE WS-CRS-DEVISE WS-CRS-COURS
                        WS-CRS-OPERATEUR
               END-UNSTRING
               IF WS-CRS-DEVISE = WS-DEVISE-SAISIE
                   ADD 1 TO WS-NB-LIGNES
                   DISPLAY WS-CRS-DATE "  " WS-CRS-COURS
                           WS-CRS-OPERATEUR
               END-IF
               READ COURS-FILE
                   AT END MOVE "10" TO WS-FS-COURS
               END-READ
           END-PERFORM
           CLOSE COURS-FILE
           DISPLAY WS-SEPARATEUR
           DISPLAY "Cours enregistres : " WS-NB-LIGNES.
