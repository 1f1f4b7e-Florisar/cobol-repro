      *                  connexion -- EX-GPT et SECURITE-01 partagent
      *                  desormais l'unique magasin de verrous
      *                  verrous.dat (service SECUPIN) : le rapport
      *                  parcourt ce seul magasin et liste les cartes
      *                  bloquees ou presque bloquees du jour, pour que
      *                  le poste de securite n'ait qu'une liste a
      *                  consulter.
      *----------------------------------------------------------------
              ASSIGN TO "verrous.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VER-CARTE
              FILE STATUS IS WS-FS-VERROUS.

          DATA DIVISION.
          FILE SECTION.
      *    Meme disposition que VER-REC dans SECUPIN.
          FD VERROUS-FILE
              RECORD CONTAINS 30 CHARACTERS.
          01 VER-REC.
              05 VER-CARTE        PIC 9(8).
              05 VER-TENTATIVES   PIC 9(4).
              05 VER-ACCES-OK     PIC X.
              05 VER-DATE-VERROU  PIC 9(8).
                   WS-EDT-TITRE WS-EDT-LIGNE
              MOVE 'D' TO WS-EDT-ACTION
              MOVE SPACES TO WS-EDT-LIGNE
              STRING "CARTE      TENTATIVES ETAT           "
                     DELIMITED BY SIZE
                     "DATE     HEURE" DELIMITED BY SIZE
                     INTO WS-EDT-LIGNE

              MOVE 'T' TO WS-EDT-ACTION
              MOVE SPACES TO WS-EDT-LIGNE
              STRING "Cartes bloquees         : " DELIMITED BY SIZE
                     WS-NB-BLOQUES DELIMITED BY SIZE
                     INTO WS-EDT-LIGNE
              END-STRING
              CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                   WS-EDT-TITRE WS-EDT-LIGNE
              MOVE SPACES TO WS-EDT-LIGNE
              STRING "Cartes presque bloquees : " DELIMITED BY SIZE
                     WS-NB-PRES-BLOC DELIMITED BY SIZE
                     INTO WS-EDT-LIGNE
              END-STRING
          TRAITER-VERROUS.
              OPEN INPUT VERROUS-FILE
              IF WS-FS-VERROUS = "00"
                  MOVE LOW-VALUES TO VER-CARTE
                  START VERROUS-FILE KEY IS NOT LESS THAN VER-CARTE
                      INVALID KEY MOVE "10" TO WS-FS-VERROUS
                  END-START
                  PERFORM UNTIL WS-FS-VERROUS = "10"
              END-IF.

          CLASSER-VERROU.
      *    Une carte est "bloquee" des 3 tentatives atteintes ou sur
      *    statut 'B' persiste, "presque bloquee" des la premiere
      *    tentative manquee qui n'a pas encore mene au blocage --
      *    les lignes avec acces accorde (carte reinitialisee) ne
      *    concernent pas le poste de securite.
              IF VER-ACCES-OK = 'N' AND
                 (VER-TENTATIVES > 0 OR VER-STATUT = 'B')
                      ADD 1 TO WS-NB-PRES-BLOC
                  END-IF
                  MOVE SPACES TO WS-LIGNE-RAPPORT
                  STRING VER-CARTE         DELIMITED BY SIZE
                         "   "             DELIMITED BY SIZE
                         VER-TENTATIVES    DELIMITED BY SIZE
                         "       "         DELIMITED BY SIZE
