      *                  au statut 'E' (en desherence : MAJ-SOLDE
      *                  refuse alors tout mouvement comme pour une
      *                  cloture). Le rapport complet part au
      *                  classeur de conformite par EDITION-ETAT ;
      *                  les lettres d'avis sont aussi remises a
      *                  l'imprimeur routeur (EDITION-ROUTAGE, lot
      *                  DESHERENCE).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
      *>   Decoupage et recomposition du solde, signe compris -- meme
      *>   logique que RECALCULER-SOLDE dans MAJ-SOLDE.
       01 WS-PREFIXE          PIC X(120).
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence) : chaque piece ecrite au livre texte y
      *>   est recopiee.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Champs passes a EDITION-ROUTAGE (fichier d'echange avec
      *>   l'imprimeur routeur) : zones de la bonne taille, pas des
      *>   litteraux.
       01 WS-RTG-ACTION       PIC X(1).
       01 WS-RTG-NOM          PIC X(12).
       01 WS-RTG-TYPE         PIC X(4).
       01 WS-RTG-CLIENT       PIC 9(5).
       01 WS-RTG-LIGNE        PIC X(132).
       01 WS-RTG-RETENU       PIC X(1).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           PERFORM OUVRIR-ETAT-DESHERENCE
           PERFORM EXAMINER-TOUS-CLIENTS
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           PERFORM FERMER-ETAT-DESHERENCE

           DISPLAY WS-SEPARATEUR
      *>   le classeur de conformite.
           ADD 1 TO WS-NB-AVIS
           PERFORM DECODER-ADRESSE-CLIENT
           MOVE 'D' TO WS-RTG-ACTION
           MOVE "DESH" TO WS-RTG-TYPE
           MOVE FS-ID-CLIENT TO WS-RTG-CLIENT
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU
           MOVE 'D' TO WS-EDT-ACTION
           MOVE WS-SEPARATEUR TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
      *>   Seul le corps de la lettre part chez l'imprimeur : la ligne
      *>   de synthese reste au classeur de conformite.
           MOVE 'L' TO WS-RTG-ACTION
           MOVE WS-EDT-LIGNE TO WS-RTG-LIGNE
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "AVIS : compte " DELIMITED BY SIZE
                  FS-ID-CLIENT DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE

           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
                                     DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       OUVRIR-ETAT-DESHERENCE.
           MOVE "DESHERENCE - AVIS ET CONSIGNATIONS (CONFORMITE)"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'O' TO WS-RTG-ACTION
           MOVE "DESHERENCE" TO WS-RTG-NOM
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       FERMER-ETAT-DESHERENCE.
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-RTG-ACTION
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.

       *>--------------------------------------------------------------
       INDEXER-PIECE-LIVRE.
      *>   La ligne qui vient d'etre ecrite au livre texte passe a
      *>   l'index du grand livre.
           MOVE 'A' TO WS-ILV-ACTION
           MOVE LIVRE-LIGNE TO WS-ILV-LIGNE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.

       *>--------------------------------------------------------------
       FERMER-INDEX-LIVRE.
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.
