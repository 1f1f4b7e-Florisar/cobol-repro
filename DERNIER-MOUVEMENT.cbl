
      *----------------------------------------------------------------
      * Nom du programme : DERNIER-MOUVEMENT
      * Description    : Dernier mouvement d'un compte au grand livre,
      *                  livres archives de l'arrete annuel compris
      *                  (meme patron d'appel que LIRE-PARAM) -- apres
      *                  un arrete, le livre vivant peut ne porter
      *                  qu'un report a nouveau 'R' pour un compte sans
      *                  activite recente : DORMANCE, DESHERENCE et
      *                  AVIS-CLIENTS appellent ce service au lieu de
      *                  conclure "sans historique". Les pieces du
      *                  compte sont lues dans l'index du grand livre
      *                  (INDEX-LIVRE, qui ne rend pas les reports
      *                  'R') ; la plus recente dont l'annee ne depasse
      *                  pas LK-ANNEE gagne, zero si le compte n'a
      *                  aucune piece.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence).
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Champs eclates d'une ligne du livre.
       01 WS-LIV-COMPTE       PIC X(5).
       01 WS-LIV-SEQ          PIC X(7).
       01 WS-LIV-DATE         PIC X(8).
       01 WS-LIV-DATE-NUM     PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 LK-COMPTE   PIC 9(5).

       PROCEDURE DIVISION USING LK-COMPTE LK-ANNEE LK-DATE-MVT.
       MAIN-SECTION.
           MOVE 0 TO LK-DATE-MVT
           MOVE 'D' TO WS-ILV-ACTION
           MOVE LK-COMPTE TO WS-ILV-COMPTE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           PERFORM UNTIL WS-ILV-TROUVE NOT = 'Y'
               MOVE 'S' TO WS-ILV-ACTION
               CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                    WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
               IF WS-ILV-TROUVE = 'Y'
                   PERFORM EXAMINER-PIECE
               END-IF
           END-PERFORM
           GOBACK.

       *>--------------------------------------------------------------
       EXAMINER-PIECE.
      *>   La plus grande date gagne : l'ordre des sequences suit
      *>   celui des passages, pas forcement celui des dates de
      *>   valeur.
           MOVE SPACES TO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE
           UNSTRING WS-ILV-LIGNE DELIMITED BY "|"
               INTO WS-LIV-COMPTE WS-LIV-SEQ WS-LIV-DATE
           END-UNSTRING
           IF WS-LIV-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIV-DATE TO WS-LIV-DATE-NUM
           IF WS-LIV-DATE-NUM (1:4) > LK-ANNEE
               EXIT PARAGRAPH
           END-IF
           IF WS-LIV-DATE-NUM > LK-DATE-MVT
               MOVE WS-LIV-DATE-NUM TO LK-DATE-MVT
           END-IF.
