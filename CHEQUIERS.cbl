       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUIERS.

      *----------------------------------------------------------------
      * Nom du programme : CHEQUIERS
      * Description    : Chequiers delivres et oppositions -- delivre
      *                  un chequier a un compte courant (plage de
      *                  numeros a la suite du dernier chequier du
      *                  compte, notee dans chequiers.txt), pose ou
      *                  leve une opposition sur un cheque perdu, vole
      *                  ou en litige (oppositions.txt) et affiche les
      *                  chequiers, oppositions et cheques payes d'un
      *                  compte. MAJ-SOLDE controle chaque cheque
      *                  presente 'P' par CONTROLE-CHEQUE.
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

           SELECT CHEQUIERS-FILE
              ASSIGN TO "chequiers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHEQUIERS.

           SELECT OPPOSITIONS-FILE
              ASSIGN TO "oppositions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OPPOSITIONS.

           SELECT PAYES-FILE
              ASSIGN TO "cheques_payes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAYES.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD CHEQUIERS-FILE.
       01 CHEQUIER-LIGNE PIC X(40).

       FD OPPOSITIONS-FILE.
       01 OPPOSITION-LIGNE PIC X(40).

       FD PAYES-FILE.
       01 PAYE-LIGNE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-CHEQUIERS     PIC XX.
       01 WS-FS-OPPOSITIONS   PIC XX.
       01 WS-FS-PAYES         PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-COMPTE           PIC 9(5) VALUE 0.
       01 WS-CLIENT-EXISTE    PIC X(1).
       01 WS-NUMERO           PIC 9(7) VALUE 0.
       01 WS-NB-FORMULES      PIC 9(3) VALUE 0.
       01 WS-PREMIER          PIC 9(7) VALUE 0.
       01 WS-DERNIER          PIC 9(7) VALUE 0.
       01 WS-DERNIER-EMIS     PIC 9(7) VALUE 0.
       01 WS-MOTIF            PIC X(1).
       01 WS-ETAT-POSE        PIC X(1).

      *>   Champs eclates d'une ligne de chequiers.txt,
      *>   oppositions.txt ou cheques_payes.txt.
       01 WS-LU-COMPTE        PIC X(5).
       01 WS-LU-CHAMP-2       PIC X(10).
       01 WS-LU-CHAMP-3       PIC X(10).
       01 WS-LU-CHAMP-4       PIC X(8).
       01 WS-LU-CHAMP-5       PIC X(1).

      *>   Champs passes a COMPTE-REGISTRE (registre des
      *>   comptes).
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a CONTROLE-CHEQUE (etat d'un cheque tire).
       01 WS-CCQ-ETAT         PIC X(1).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "CHEQUIERS ET OPPOSITIONS"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Delivrer un chequier"
               DISPLAY "2 = Faire opposition sur un cheque"
               DISPLAY "3 = Lever une opposition"
               DISPLAY "4 = Chequiers et oppositions d'un compte"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM DELIVRER-CHEQUIER
                   WHEN '2'
                       PERFORM POSER-OPPOSITION
                   WHEN '3'
                       PERFORM LEVER-OPPOSITION
                   WHEN '4'
                       PERFORM AFFICHER-COMPTE
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
               DISPLAY "Voulez-vous continuer ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM
           GOBACK.

       *>--------------------------------------------------------------
       DELIVRER-CHEQUIER.
      *>   Seul un compte courant recoit un chequier ; la plage suit
      *>   le dernier numero deja delivre au compte, de sorte qu'un
      *>   numero n'appartient jamais a deux chequiers.
           PERFORM SAISIR-COMPTE
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMPTE TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE
                WS-CRG-TITULAIRE WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TYPE NOT = 'C'
               DISPLAY "Le compte " WS-COMPTE " n'est pas un compte "
                       "courant -- pas de chequier"
               EXIT PARAGRAPH
           END-IF

           MOVE "Nombre de formules (25 ou 50 d'usage) :"
                TO WS-LIBELLE-SAISIE
           MOVE 1   TO WS-BORNE-MIN-SAISIE
           MOVE 100 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NB-FORMULES

           PERFORM CHERCHER-DERNIER-EMIS
           COMPUTE WS-PREMIER = WS-DERNIER-EMIS + 1
           COMPUTE WS-DERNIER = WS-DERNIER-EMIS + WS-NB-FORMULES

      *>   Meme idiome d'ajout que l'audit d'EX-GPT.
           MOVE SPACES TO CHEQUIER-LIGNE
           STRING WS-COMPTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PREMIER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DERNIER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  INTO CHEQUIER-LIGNE
           END-STRING
           OPEN INPUT CHEQUIERS-FILE
           IF WS-FS-CHEQUIERS = "00"
               CLOSE CHEQUIERS-FILE
               OPEN EXTEND CHEQUIERS-FILE
           ELSE
               OPEN OUTPUT CHEQUIERS-FILE
           END-IF
           WRITE CHEQUIER-LIGNE
           CLOSE CHEQUIERS-FILE
           DISPLAY "Chequier delivre au compte " WS-COMPTE
                   " : cheques " WS-PREMIER " a " WS-DERNIER.

       *>--------------------------------------------------------------
       CHERCHER-DERNIER-EMIS.
           MOVE 0 TO WS-DERNIER-EMIS
           OPEN INPUT CHEQUIERS-FILE
           IF WS-FS-CHEQUIERS = "00"
               READ CHEQUIERS-FILE
                   AT END MOVE "10" TO WS-FS-CHEQUIERS
               END-READ
               PERFORM UNTIL WS-FS-CHEQUIERS = "10"
                   PERFORM EXAMINER-DERNIER-EMIS
                   READ CHEQUIERS-FILE
                       AT END MOVE "10" TO WS-FS-CHEQUIERS
                   END-READ
               END-PERFORM
               CLOSE CHEQUIERS-FILE
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-DERNIER-EMIS.
           IF CHEQUIER-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM ECLATER-LIGNE-CHEQUIER
           IF FUNCTION TRIM (WS-LU-COMPTE) IS NUMERIC AND
              FUNCTION TRIM (WS-LU-CHAMP-3) IS NUMERIC
               IF FUNCTION NUMVAL (WS-LU-COMPTE) = WS-COMPTE AND
                  FUNCTION NUMVAL (WS-LU-CHAMP-3) > WS-DERNIER-EMIS
                   COMPUTE WS-DERNIER-EMIS =
                       FUNCTION NUMVAL (WS-LU-CHAMP-3)
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       POSER-OPPOSITION.
      *>   L'opposition porte sur un cheque delivre au compte et pas
      *>   encore paye ; elle s'ajoute a oppositions.txt avec son
      *>   motif, etat 'A'.
           PERFORM SAISIR-COMPTE-ET-NUMERO
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           CALL "CONTROLE-CHEQUE" USING WS-COMPTE WS-NUMERO
                WS-CCQ-ETAT
           EVALUATE WS-CCQ-ETAT
               WHEN 'H'
                   DISPLAY "Cheque " WS-NUMERO " hors des chequiers "
                           "du compte -- rien n'est fait"
                   EXIT PARAGRAPH
               WHEN 'P'
                   DISPLAY "Cheque " WS-NUMERO " deja paye -- voir "
                           "la reclamation, rien n'est fait"
                   EXIT PARAGRAPH
               WHEN 'O'
                   DISPLAY "Cheque " WS-NUMERO " deja en opposition"
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO WS-MOTIF
           PERFORM UNTIL WS-MOTIF = 'P' OR WS-MOTIF = 'V' OR
                         WS-MOTIF = 'L'
               DISPLAY "Motif (P = perdu, V = vole, L = litige) :"
               ACCEPT WS-MOTIF
               INSPECT WS-MOTIF CONVERTING "pvl" TO "PVL"
               IF WS-MOTIF NOT = 'P' AND WS-MOTIF NOT = 'V' AND
                  WS-MOTIF NOT = 'L'
                   DISPLAY "Motif inconnu -- veuillez ressaisir"
               END-IF
           END-PERFORM
           MOVE 'A' TO WS-ETAT-POSE
           PERFORM ECRIRE-OPPOSITION
           DISPLAY "Opposition posee sur le cheque " WS-NUMERO
                   " du compte " WS-COMPTE.

       *>--------------------------------------------------------------
       LEVER-OPPOSITION.
      *>   La levee s'ajoute derriere l'opposition (etat 'L') : la
      *>   derniere ligne gagne chez CONTROLE-CHEQUE, l'historique
      *>   reste au fichier.
           PERFORM SAISIR-COMPTE-ET-NUMERO
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           CALL "CONTROLE-CHEQUE" USING WS-COMPTE WS-NUMERO
                WS-CCQ-ETAT
           IF WS-CCQ-ETAT NOT = 'O'
               DISPLAY "Aucune opposition en vigueur sur le cheque "
                       WS-NUMERO " -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-MOTIF
           MOVE 'L' TO WS-ETAT-POSE
           PERFORM ECRIRE-OPPOSITION
           DISPLAY "Opposition levee sur le cheque " WS-NUMERO
                   " du compte " WS-COMPTE.

       *>--------------------------------------------------------------
       ECRIRE-OPPOSITION.
           MOVE SPACES TO OPPOSITION-LIGNE
           STRING WS-COMPTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MOTIF DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ETAT-POSE DELIMITED BY SIZE
                  INTO OPPOSITION-LIGNE
           END-STRING
           OPEN INPUT OPPOSITIONS-FILE
           IF WS-FS-OPPOSITIONS = "00"
               CLOSE OPPOSITIONS-FILE
               OPEN EXTEND OPPOSITIONS-FILE
           ELSE
               OPEN OUTPUT OPPOSITIONS-FILE
           END-IF
           WRITE OPPOSITION-LIGNE
           CLOSE OPPOSITIONS-FILE.

       *>--------------------------------------------------------------
       AFFICHER-COMPTE.
           PERFORM SAISIR-COMPTE
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY WS-SEPARATEUR
           DISPLAY "CHEQUIERS DU COMPTE " WS-COMPTE
           DISPLAY "PREMIER  DERNIER  DELIVRE LE"
           OPEN INPUT CHEQUIERS-FILE
           IF WS-FS-CHEQUIERS = "00"
               READ CHEQUIERS-FILE
                   AT END MOVE "10" TO WS-FS-CHEQUIERS
               END-READ
               PERFORM UNTIL WS-FS-CHEQUIERS = "10"
                   IF CHEQUIER-LIGNE NOT = SPACES
                       PERFORM ECLATER-LIGNE-CHEQUIER
                       IF FUNCTION TRIM (WS-LU-COMPTE) IS NUMERIC
                           IF FUNCTION NUMVAL (WS-LU-COMPTE) =
                              WS-COMPTE
                               DISPLAY WS-LU-CHAMP-2 (1:7) "  "
                                       WS-LU-CHAMP-3 (1:7) "  "
                                       WS-LU-CHAMP-4
                           END-IF
                       END-IF
                   END-IF
                   READ CHEQUIERS-FILE
                       AT END MOVE "10" TO WS-FS-CHEQUIERS
                   END-READ
               END-PERFORM
               CLOSE CHEQUIERS-FILE
           END-IF

           DISPLAY "OPPOSITIONS (A = en vigueur, L = levee)"
           DISPLAY "CHEQUE   DATE      MOTIF ETAT"
           OPEN INPUT OPPOSITIONS-FILE
           IF WS-FS-OPPOSITIONS = "00"
               READ OPPOSITIONS-FILE
                   AT END MOVE "10" TO WS-FS-OPPOSITIONS
               END-READ
               PERFORM UNTIL WS-FS-OPPOSITIONS = "10"
                   IF OPPOSITION-LIGNE NOT = SPACES
                       PERFORM ECLATER-LIGNE-OPPOSITION
                       IF FUNCTION TRIM (WS-LU-COMPTE) IS NUMERIC
                           IF FUNCTION NUMVAL (WS-LU-COMPTE) =
                              WS-COMPTE
                               DISPLAY WS-LU-CHAMP-2 (1:7) "  "
                                       WS-LU-CHAMP-3 (1:8) "  "
                                       WS-LU-CHAMP-4 (1:1) "     "
                                       WS-LU-CHAMP-5
                           END-IF
                       END-IF
                   END-IF
                   READ OPPOSITIONS-FILE
                       AT END MOVE "10" TO WS-FS-OPPOSITIONS
                   END-READ
               END-PERFORM
               CLOSE OPPOSITIONS-FILE
           END-IF

           DISPLAY "CHEQUES PAYES"
           DISPLAY "CHEQUE   REFERENCE   PAYE LE"
           OPEN INPUT PAYES-FILE
           IF WS-FS-PAYES = "00"
               READ PAYES-FILE
                   AT END MOVE "10" TO WS-FS-PAYES
               END-READ
               PERFORM UNTIL WS-FS-PAYES = "10"
                   IF PAYE-LIGNE NOT = SPACES
                       MOVE SPACES TO WS-LU-COMPTE WS-LU-CHAMP-2
                       MOVE SPACES TO WS-LU-CHAMP-3 WS-LU-CHAMP-4
                       UNSTRING PAYE-LIGNE DELIMITED BY "|"
                           INTO WS-LU-COMPTE WS-LU-CHAMP-2
                                WS-LU-CHAMP-3 WS-LU-CHAMP-4
                       END-UNSTRING
                       IF FUNCTION TRIM (WS-LU-COMPTE) IS NUMERIC
                           IF FUNCTION NUMVAL (WS-LU-COMPTE) =
                              WS-COMPTE
                               DISPLAY WS-LU-CHAMP-2 (1:7) "  "
                                       WS-LU-CHAMP-3 "  "
                                       WS-LU-CHAMP-4
                           END-IF
                       END-IF
                   END-IF
                   READ PAYES-FILE
                       AT END MOVE "10" TO WS-FS-PAYES
                   END-READ
               END-PERFORM
               CLOSE PAYES-FILE
           END-IF
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       ECLATER-LIGNE-CHEQUIER.
           MOVE SPACES TO WS-LU-COMPTE WS-LU-CHAMP-2 WS-LU-CHAMP-3
           MOVE SPACES TO WS-LU-CHAMP-4
           UNSTRING CHEQUIER-LIGNE DELIMITED BY "|"
               INTO WS-LU-COMPTE WS-LU-CHAMP-2 WS-LU-CHAMP-3
                    WS-LU-CHAMP-4
           END-UNSTRING.

       *>--------------------------------------------------------------
       ECLATER-LIGNE-OPPOSITION.
           MOVE SPACES TO WS-LU-COMPTE WS-LU-CHAMP-2 WS-LU-CHAMP-3
           MOVE SPACES TO WS-LU-CHAMP-4 WS-LU-CHAMP-5
           UNSTRING OPPOSITION-LIGNE DELIMITED BY "|"
               INTO WS-LU-COMPTE WS-LU-CHAMP-2 WS-LU-CHAMP-3
                    WS-LU-CHAMP-4 WS-LU-CHAMP-5
           END-UNSTRING.

       *>--------------------------------------------------------------
       SAISIR-COMPTE-ET-NUMERO.
           PERFORM SAISIR-COMPTE
           IF WS-CLIENT-EXISTE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE "Numero du cheque :" TO WS-LIBELLE-SAISIE
           MOVE 1       TO WS-BORNE-MIN-SAISIE
           MOVE 9999999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NUMERO.

       *>--------------------------------------------------------------
       SAISIR-COMPTE.
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
