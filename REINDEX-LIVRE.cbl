       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINDEX-LIVRE.

      *----------------------------------------------------------------
      * Nom du programme : REINDEX-LIVRE
      * Description    : Reconstruction complete de l'index du grand
      *                  livre (grand_livre_idx.dat, voir LIVREIDX) --
      *                  a lancer une premiere fois pour creer l'index,
      *                  puis apres toute remise en place du livre
      *                  texte (POINT-REPRISE l'enchaine apres une
      *                  restauration) ou sur le message "index du
      *                  grand livre absent" d'INDEX-LIVRE. L'index est
      *                  vide puis recharge depuis les livres archives
      *                  grand_livre_AAAA.txt de l'arrete annuel, par
      *                  annee croissante sur le meme horizon de vingt
      *                  ans que DERNIER-MOUVEMENT, puis depuis le
      *                  livre vivant grand_livre.txt. Le livre texte
      *                  reste la reference : rien n'y est touche.
      *                  Une ligne sans compte ni sequence numeriques
      *                  est ignoree ; une cle deja chargee est
      *                  signalee et la premiere ligne est gardee.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVRE-FILE
              ASSIGN TO DYNAMIC WS-NOM-LIVRE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIVRE.

           SELECT LIVRE-IDX-FILE
              ASSIGN TO "grand_livre_idx.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LIX-CLE
              FILE STATUS IS WS-FS-LIVRE-IDX.

       DATA DIVISION.
       FILE SECTION.
      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       FD LIVRE-IDX-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01 LIX-REC.
           COPY LIVREIDX.

       WORKING-STORAGE SECTION.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-FS-LIVRE-IDX     PIC XX.
       01 WS-NOM-LIVRE        PIC X(30).
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-ANNEE-BALAYEE    PIC 9(4) VALUE 0.
       01 WS-ANNEE-FIN        PIC 9(4) VALUE 0.

       01 WS-NB-LIVRES        PIC 9(3) VALUE 0.
       01 WS-NB-LUES          PIC 9(7) VALUE 0.
       01 WS-NB-INDEXEES      PIC 9(7) VALUE 0.
       01 WS-NB-IGNOREES      PIC 9(7) VALUE 0.
       01 WS-NB-DOUBLES       PIC 9(7) VALUE 0.
       01 WS-NB-LUES-LIVRE    PIC 9(7) VALUE 0.

      *>   Deux premiers champs d'une ligne du livre.
       01 WS-LIV-COMPTE       PIC X(10).
       01 WS-LIV-SEQ          PIC X(10).

      *>   Champs passes a INDEX-LIVRE : l'index est ferme dans ce
      *>   processus avant d'etre recree.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "REINDEX-LIVRE".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : aucun programme ne doit passer de pieces pendant
      *>   la reconstruction.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "RECONSTRUCTION DE L'INDEX DU GRAND LIVRE"
           DISPLAY WS-SEPARATEUR

           MOVE "CLIENTS" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE

           OPEN OUTPUT LIVRE-IDX-FILE
           IF WS-FS-LIVRE-IDX NOT = "00"
               DISPLAY "Erreur creation de grand_livre_idx.dat : "
                       WS-FS-LIVRE-IDX
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-LIVRE-IDX TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               GOBACK
           END-IF

      *>   Les archives d'abord, par annee croissante, puis le livre
      *>   vivant : l'ordre des sequences est celui des passages.
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE WS-DATE-JOUR (1:4) TO WS-ANNEE-FIN
           COMPUTE WS-ANNEE-BALAYEE = WS-ANNEE-FIN - 20
           PERFORM UNTIL WS-ANNEE-BALAYEE > WS-ANNEE-FIN
               MOVE SPACES TO WS-NOM-LIVRE
               STRING "grand_livre_"   DELIMITED BY SIZE
                      WS-ANNEE-BALAYEE DELIMITED BY SIZE
                      ".txt"           DELIMITED BY SIZE
                      INTO WS-NOM-LIVRE
               END-STRING
               PERFORM CHARGER-UN-LIVRE
               ADD 1 TO WS-ANNEE-BALAYEE
           END-PERFORM
           MOVE "grand_livre.txt" TO WS-NOM-LIVRE
           PERFORM CHARGER-UN-LIVRE

           CLOSE LIVRE-IDX-FILE

           DISPLAY WS-SEPARATEUR
           DISPLAY "Livres relus                 : " WS-NB-LIVRES
           DISPLAY "Lignes relues                : " WS-NB-LUES
           DISPLAY "Pieces indexees              : " WS-NB-INDEXEES
           DISPLAY "Lignes ignorees (illisibles) : " WS-NB-IGNOREES
           DISPLAY "Cles en double (ignorees)    : " WS-NB-DOUBLES
           IF WS-NB-DOUBLES > 0
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE "DOUBLES"      TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
           END-IF
           DISPLAY WS-SEPARATEUR
           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       CHARGER-UN-LIVRE.
      *>   Une archive absente (annee jamais arretee) est sautee sans
      *>   bruit.
           OPEN INPUT LIVRE-FILE
           IF WS-FS-LIVRE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-LIVRES
           MOVE 0 TO WS-NB-LUES-LIVRE
           READ LIVRE-FILE
               AT END MOVE "10" TO WS-FS-LIVRE
           END-READ
           PERFORM UNTIL WS-FS-LIVRE = "10"
               ADD 1 TO WS-NB-LUES-LIVRE
               PERFORM INDEXER-LIGNE
               READ LIVRE-FILE
                   AT END MOVE "10" TO WS-FS-LIVRE
               END-READ
           END-PERFORM
           CLOSE LIVRE-FILE
           ADD WS-NB-LUES-LIVRE TO WS-NB-LUES
           DISPLAY FUNCTION TRIM (WS-NOM-LIVRE) " : "
                   WS-NB-LUES-LIVRE " ligne(s)".

       *>--------------------------------------------------------------
       INDEXER-LIGNE.
           IF LIVRE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIV-COMPTE WS-LIV-SEQ
           UNSTRING LIVRE-LIGNE DELIMITED BY "|"
               INTO WS-LIV-COMPTE WS-LIV-SEQ
           END-UNSTRING
           IF FUNCTION TRIM (WS-LIV-COMPTE) IS NOT NUMERIC OR
              FUNCTION TRIM (WS-LIV-SEQ) IS NOT NUMERIC
               ADD 1 TO WS-NB-IGNOREES
               EXIT PARAGRAPH
           END-IF
           COMPUTE LIX-COMPTE = FUNCTION NUMVAL (WS-LIV-COMPTE)
           COMPUTE LIX-SEQUENCE = FUNCTION NUMVAL (WS-LIV-SEQ)
           MOVE LIVRE-LIGNE TO LIX-LIGNE
           WRITE LIX-REC
               INVALID KEY
                   ADD 1 TO WS-NB-DOUBLES
                   DISPLAY "Piece " LIX-COMPTE "/" LIX-SEQUENCE
                           " en double dans "
                           FUNCTION TRIM (WS-NOM-LIVRE)
                           " -- premiere ligne gardee"
               NOT INVALID KEY
                   ADD 1 TO WS-NB-INDEXEES
           END-WRITE.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
      *>   sur les sorties d'erreur traitees, pour ne pas laisser les
      *>   autres postes bloques.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
