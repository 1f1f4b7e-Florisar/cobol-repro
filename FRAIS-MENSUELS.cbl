      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       FD SNAPSHOT-FILE.
       01 SNAP-LIGNE PIC X(20).
      *>   Decoupage et recomposition du solde, signe compris -- meme
      *>   logique que RECALCULER-SOLDE dans MAJ-SOLDE.
       01 WS-PREFIXE          PIC X(120).
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-BAR-TAUX         PIC 9(4).
       01 WS-BAR-TENUE        PIC 9(5).
       01 WS-BAR-JOUR         PIC 9(5).
       01 WS-BAR-TAUX-DEB     PIC 9(4) VALUE 0.
       01 WS-BAR-TROUVE       PIC X(1).

       01 WS-NB-JOURS-NEG     PIC 9(3) VALUE 0.
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
           PERFORM OUVRIR-JOURNAL-FRAIS
           PERFORM FACTURER-TOUS-COMPTES
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           PERFORM FERMER-JOURNAL-FRAIS
           PERFORM RETENIR-MOIS-FACTURE

               MOVE WS-FRAIS-TENUE    TO WS-BAR-TENUE
               MOVE WS-FRAIS-JOUR-DEC TO WS-BAR-JOUR
               CALL "LIRE-BAREME" USING WS-BAR-SEGMENT WS-BAR-TAUX
                    WS-BAR-TENUE WS-BAR-JOUR WS-BAR-TAUX-DEB
                    WS-BAR-TROUVE
               IF WS-BAR-TROUVE = 'Y'
                   MOVE WS-BAR-TENUE TO WS-TENUE-EFFECTIVE
                   MOVE WS-BAR-JOUR  TO WS-JOUR-DEC-EFFECTIF
                                       DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       OUVRIR-JOURNAL-FRAIS.
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
