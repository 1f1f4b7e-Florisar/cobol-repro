       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCE-OPERATEUR.

      *----------------------------------------------------------------
      * Nom du programme : AGENCE-OPERATEUR
      * Description    : Operateur de la session, son role et son
      *                  agence (meme patron d'appel que LIRE-PARAM) --
      *                  l'identifiant est relu dans
      *                  operateur_session.txt (pose par MENU), le role
      *                  et l'agence dans sa ligne de operateurs.txt
      *                  ("ID|EMPREINTE|ROLE|STATUT|DATE-CHGT|FORCER|
      *                  AGENCE"). Une ligne sans agence (d'avant les
      *                  agences, ou a l'ancien format "ID|CODE|ROLE")
      *                  releve de l'agence par defaut (cle
      *                  AGENCE-DEFAUT).
      *
      *                  Hors session (chaine du soir, poste batch),
      *                  LK-OPERATEUR et LK-ROLE reviennent a blanc et
      *                  l'agence est l'agence par defaut. Un role
      *                  autre que 'S' revient en 'G' (guichet).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

           SELECT OPERATEURS-FILE
              ASSIGN TO "operateurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OPERATEURS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       FD OPERATEURS-FILE.
       01 OPERATEUR-LIGNE PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-FS-SESSION       PIC XX.
       01 WS-FS-OPERATEURS    PIC XX.

      *>   Champs eclates d'une ligne de operateurs.txt.
       01 WS-OPER-ID          PIC X(8).
       01 WS-OPER-CODE        PIC X(10).
       01 WS-OPER-ROLE        PIC X(1).
       01 WS-OPER-STATUT      PIC X(1).
       01 WS-OPER-DATE-CHGT   PIC X(8).
       01 WS-OPER-FORCER      PIC X(1).
       01 WS-OPER-AGENCE      PIC X(3).

      *>   Agence par defaut (LIRE-PARAM).
       01 WS-AGENCE-NUM       PIC 9(3) VALUE 1.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

       LINKAGE SECTION.
       01 LK-OPERATEUR PIC X(8).
       01 LK-ROLE      PIC X(1).
       01 LK-AGENCE    PIC X(3).

       PROCEDURE DIVISION USING LK-OPERATEUR LK-ROLE LK-AGENCE.
       MAIN-SECTION.
           MOVE SPACES TO LK-OPERATEUR LK-ROLE LK-AGENCE

           OPEN INPUT SESSION-FILE
           IF WS-FS-SESSION = "00"
               READ SESSION-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SESSION-LIGNE TO LK-OPERATEUR
               END-READ
               CLOSE SESSION-FILE
           END-IF

           IF LK-OPERATEUR NOT = SPACES
               OPEN INPUT OPERATEURS-FILE
               IF WS-FS-OPERATEURS = "00"
                   READ OPERATEURS-FILE
                       AT END MOVE "10" TO WS-FS-OPERATEURS
                   END-READ
                   PERFORM UNTIL WS-FS-OPERATEURS = "10"
                       PERFORM EXAMINER-LIGNE-OPERATEUR
                       IF LK-ROLE NOT = SPACES
                           MOVE "10" TO WS-FS-OPERATEURS
                       ELSE
                           READ OPERATEURS-FILE
                               AT END MOVE "10" TO WS-FS-OPERATEURS
                           END-READ
                       END-IF
                   END-PERFORM
                   CLOSE OPERATEURS-FILE
               END-IF
           END-IF

           IF LK-AGENCE = SPACES
               PERFORM SERVIR-AGENCE-DEFAUT
           END-IF
           GOBACK.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-OPERATEUR.
           MOVE SPACES TO WS-OPER-ID WS-OPER-CODE WS-OPER-ROLE
           MOVE SPACES TO WS-OPER-STATUT WS-OPER-DATE-CHGT
           MOVE SPACES TO WS-OPER-FORCER WS-OPER-AGENCE
           UNSTRING OPERATEUR-LIGNE DELIMITED BY "|"
               INTO WS-OPER-ID WS-OPER-CODE WS-OPER-ROLE
                    WS-OPER-STATUT WS-OPER-DATE-CHGT
                    WS-OPER-FORCER WS-OPER-AGENCE
           END-UNSTRING
           IF WS-OPER-ID NOT = LK-OPERATEUR OR WS-OPER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ROLE = 'S'
               MOVE 'S' TO LK-ROLE
           ELSE
               MOVE 'G' TO LK-ROLE
           END-IF
           IF WS-OPER-AGENCE IS NUMERIC
               MOVE WS-OPER-AGENCE TO LK-AGENCE
           END-IF.

       *>--------------------------------------------------------------
       SERVIR-AGENCE-DEFAUT.
           MOVE 1 TO WS-AGENCE-NUM
           MOVE "AGENCE-DEFAUT" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 1000
               MOVE WS-PRM-VALEUR-NUM TO WS-AGENCE-NUM
           END-IF
           MOVE WS-AGENCE-NUM TO LK-AGENCE.
