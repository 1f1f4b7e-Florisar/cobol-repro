       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEX-LIVRE.

      *----------------------------------------------------------------
      * Nom du programme : INDEX-LIVRE
      * Description    : Acces a l'index du grand livre
      *                  (grand_livre_idx.dat, cle compte + sequence,
      *                  voir LIVREIDX), commun aux programmes qui
      *                  passent des pieces et a ceux qui relisent les
      *                  pieces d'un seul compte -- grand_livre.txt ne
      *                  fait que grossir et le balayer depuis la
      *                  premiere ligne pour un seul compte devenait
      *                  trop long au guichet.
      *
      *                  LK-ACTION 'A' (ajout) : la ligne LK-LIGNE que
      *                  l'appelant vient d'ecrire au livre texte est
      *                  recopiee sous sa cle, lue dans ses deux
      *                  premiers champs.
      *                  LK-ACTION 'D' (debut) : positionne la lecture
      *                  sur la premiere piece du compte LK-COMPTE.
      *                  LK-ACTION 'S' (suivante) : rend la piece
      *                  suivante du meme compte dans l'ordre des
      *                  sequences, LK-TROUVE a 'N' apres la derniere.
      *                  Les reports a nouveau 'R' de l'arrete annuel
      *                  ne sont pas rendus : les pieces archivees
      *                  qu'ils resument sont elles-memes dans
      *                  l'index, et leur sequence (posee apres les
      *                  pieces restees au livre vivant) les ferait
      *                  sortir hors de leur place chronologique.
      *                  LK-ACTION 'L' (lecture) : rend la piece
      *                  LK-COMPTE + LK-SEQUENCE (interrompt une
      *                  lecture 'D'/'S' en cours).
      *                  LK-ACTION 'F' (fin) : ferme l'index.
      *                  LK-TROUVE vaut 'Y' quand l'action a abouti.
      *
      *                  L'index n'est jamais cree ici : absent, il
      *                  est signale une fois (ecran et EXCLOG) et
      *                  REINDEX-LIVRE le reconstruit en entier depuis
      *                  le livre texte et ses archives -- un index
      *                  commence en cours de route cacherait
      *                  l'historique anterieur aux lecteurs.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVRE-IDX-FILE
              ASSIGN TO "grand_livre_idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LIX-CLE
              FILE STATUS IS WS-FS-LIVRE-IDX.

       DATA DIVISION.
       FILE SECTION.
       FD LIVRE-IDX-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01 LIX-REC.
           COPY LIVREIDX.

       WORKING-STORAGE SECTION.
       01 WS-FS-LIVRE-IDX     PIC XX.

      *>   Etat de l'index entre deux appels : 'N' ferme, 'L' ouvert
      *>   en lecture, 'E' ouvert en mise a jour (la lecture y reste
      *>   permise).
       01 WS-ETAT-INDEX       PIC X(1) VALUE 'N'.
       01 WS-ABSENCE-SIGNALEE PIC X(1) VALUE 'N'.

      *>   Lecture 'D'/'S' en cours : compte suivi et position valide.
       01 WS-POSITIONNE       PIC X(1) VALUE 'N'.
       01 WS-COMPTE-SUIVI     PIC 9(5) VALUE 0.
       01 WS-LECTURE-FINIE    PIC X(1).

      *>   Deux premiers champs et type de la ligne du livre.
       01 WS-LIG-COMPTE       PIC X(10).
       01 WS-LIG-SEQ          PIC X(10).
       01 WS-LIG-DATE         PIC X(10).
       01 WS-LIG-TYPE         PIC X(1).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "INDEX-LIVRE".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

       LINKAGE SECTION.
       01 LK-ACTION       PIC X(1).
       01 LK-COMPTE       PIC 9(5).
       01 LK-SEQUENCE     PIC 9(7).
       01 LK-LIGNE        PIC X(132).
       01 LK-TROUVE       PIC X(1).

       PROCEDURE DIVISION USING LK-ACTION LK-COMPTE LK-SEQUENCE
            LK-LIGNE LK-TROUVE.
       MAIN-SECTION.
           MOVE 'N' TO LK-TROUVE
           EVALUATE LK-ACTION
               WHEN 'A'
                   PERFORM AJOUTER-PIECE
               WHEN 'D'
                   PERFORM POSITIONNER-COMPTE
               WHEN 'S'
                   PERFORM LIRE-PIECE-SUIVANTE
               WHEN 'L'
                   PERFORM LIRE-PIECE
               WHEN 'F'
                   PERFORM FERMER-INDEX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       *>--------------------------------------------------------------
       AJOUTER-PIECE.
           MOVE SPACES TO WS-LIG-COMPTE WS-LIG-SEQ
           UNSTRING LK-LIGNE DELIMITED BY "|"
               INTO WS-LIG-COMPTE WS-LIG-SEQ
           END-UNSTRING
           IF FUNCTION TRIM (WS-LIG-COMPTE) IS NOT NUMERIC OR
              FUNCTION TRIM (WS-LIG-SEQ) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-ETAT-INDEX = 'L'
               PERFORM FERMER-INDEX
           END-IF
           IF WS-ETAT-INDEX = 'N'
               OPEN I-O LIVRE-IDX-FILE
               IF WS-FS-LIVRE-IDX NOT = "00"
                   MOVE "AJOUTER-PIECE" TO WS-EXC-PARAGRAPHE
                   PERFORM SIGNALER-OUVERTURE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'E' TO WS-ETAT-INDEX
           END-IF
           MOVE 'N' TO WS-POSITIONNE
           COMPUTE LIX-COMPTE = FUNCTION NUMVAL (WS-LIG-COMPTE)
           COMPUTE LIX-SEQUENCE = FUNCTION NUMVAL (WS-LIG-SEQ)
           MOVE LK-LIGNE TO LIX-LIGNE
      *>   Une cle deja presente ne vient que d'un livre texte remis
      *>   en place par POINT-REPRISE : la ligne du livre texte fait
      *>   foi et remplace l'ancienne.
           WRITE LIX-REC
               INVALID KEY
                   REWRITE LIX-REC
                   END-REWRITE
           END-WRITE
           IF WS-FS-LIVRE-IDX = "00" OR WS-FS-LIVRE-IDX = "02"
               MOVE 'Y' TO LK-TROUVE
           ELSE
               DISPLAY "Index du grand livre : ecriture refusee ("
                       WS-FS-LIVRE-IDX ") pour la piece "
                       LIX-COMPTE "/" LIX-SEQUENCE
               MOVE "AJOUTER-PIECE" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-LIVRE-IDX  TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
           END-IF.

       *>--------------------------------------------------------------
       OUVRIR-EN-LECTURE.
      *>   Un index deja ouvert en mise a jour sert tel quel.
           IF WS-ETAT-INDEX = 'N'
               OPEN INPUT LIVRE-IDX-FILE
               IF WS-FS-LIVRE-IDX NOT = "00"
                   PERFORM SIGNALER-OUVERTURE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'L' TO WS-ETAT-INDEX
           END-IF.

       *>--------------------------------------------------------------
       POSITIONNER-COMPTE.
           MOVE 'N' TO WS-POSITIONNE
           MOVE "POSITIONNER-COMPTE" TO WS-EXC-PARAGRAPHE
           PERFORM OUVRIR-EN-LECTURE
           IF WS-ETAT-INDEX = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE LK-COMPTE TO WS-COMPTE-SUIVI
           MOVE LK-COMPTE TO LIX-COMPTE
           MOVE 0 TO LIX-SEQUENCE
           START LIVRE-IDX-FILE KEY IS NOT LESS THAN LIX-CLE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'Y' TO WS-POSITIONNE
           MOVE 'Y' TO LK-TROUVE.

       *>--------------------------------------------------------------
       LIRE-PIECE-SUIVANTE.
           IF WS-POSITIONNE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LECTURE-FINIE
           PERFORM UNTIL WS-LECTURE-FINIE = 'Y'
               READ LIVRE-IDX-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-POSITIONNE
                       MOVE 'Y' TO WS-LECTURE-FINIE
                   NOT AT END
                       PERFORM EXAMINER-PIECE-LUE
               END-READ
           END-PERFORM.

       *>--------------------------------------------------------------
       EXAMINER-PIECE-LUE.
           IF WS-FS-LIVRE-IDX NOT = "00" OR
              LIX-COMPTE NOT = WS-COMPTE-SUIVI
               MOVE 'N' TO WS-POSITIONNE
               MOVE 'Y' TO WS-LECTURE-FINIE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIG-COMPTE WS-LIG-SEQ WS-LIG-DATE
           MOVE SPACE TO WS-LIG-TYPE
           UNSTRING LIX-LIGNE DELIMITED BY "|"
               INTO WS-LIG-COMPTE WS-LIG-SEQ WS-LIG-DATE WS-LIG-TYPE
           END-UNSTRING
           IF WS-LIG-TYPE = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE LIX-SEQUENCE TO LK-SEQUENCE
           MOVE LIX-LIGNE    TO LK-LIGNE
           MOVE 'Y' TO LK-TROUVE
           MOVE 'Y' TO WS-LECTURE-FINIE.

       *>--------------------------------------------------------------
       LIRE-PIECE.
           MOVE 'N' TO WS-POSITIONNE
           MOVE "LIRE-PIECE" TO WS-EXC-PARAGRAPHE
           PERFORM OUVRIR-EN-LECTURE
           IF WS-ETAT-INDEX = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE LK-COMPTE   TO LIX-COMPTE
           MOVE LK-SEQUENCE TO LIX-SEQUENCE
           READ LIVRE-IDX-FILE KEY IS LIX-CLE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE LIX-LIGNE TO LK-LIGNE
           MOVE 'Y' TO LK-TROUVE.

       *>--------------------------------------------------------------
       FERMER-INDEX.
           IF WS-ETAT-INDEX NOT = 'N'
               CLOSE LIVRE-IDX-FILE
               MOVE 'N' TO WS-ETAT-INDEX
           END-IF
           MOVE 'N' TO WS-POSITIONNE.

       *>--------------------------------------------------------------
       SIGNALER-OUVERTURE.
      *>   Un index absent n'est signale qu'une fois par session : le
      *>   livre texte reste juste, seul l'index est a reconstruire.
           IF WS-ABSENCE-SIGNALEE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ABSENCE-SIGNALEE
           IF WS-FS-LIVRE-IDX = "35"
               DISPLAY "Index du grand livre absent "
                       "(grand_livre_idx.dat) -- lancer REINDEX-LIVRE"
           ELSE
               DISPLAY "Index du grand livre illisible ("
                       WS-FS-LIVRE-IDX ") -- lancer REINDEX-LIVRE"
           END-IF
           MOVE WS-FS-LIVRE-IDX TO WS-EXC-CODE
           CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                WS-EXC-CODE.
