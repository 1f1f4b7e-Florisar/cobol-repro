           05 FS-DONNEES-CLIENT PIC X(194).

       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       FD ARCHIVE-FILE.
       01 ARCHIVE-LIGNE PIC X(132).

       FD RESTANT-FILE.
       01 RESTANT-LIGNE PIC X(132).

       FD SOLDES-TRV-FILE.
       01 SOLDE-TRV-LIGNE PIC X(20).
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

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
               END-READ
           END-PERFORM
           CLOSE RESTANT-FILE
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE.

       *>--------------------------------------------------------------
       ECRIRE-REPORTS-A-NOUVEAU.
                  FUNCTION TRIM (WS-RPT-DERNIER) DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       CHERCHER-DERNIER-SOLDE.
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
