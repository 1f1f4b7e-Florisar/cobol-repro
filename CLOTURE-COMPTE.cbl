      *                  le motif CLOTURE), et imprime le releve final
      *                  dans la disposition de RELEVE-MENSUEL. Un
      *                  client qui part en cours d'annee ne repart
      *                  plus sans ses interets ni sans piece. Les
      *                  interets courus supportent la retenue a la
      *                  source comme ceux d'INTERET (voir
      *                  RETENUE-SOURCE) : le versement de cloture est
      *                  net de la retenue. Le releve final est aussi
      *                  remis a l'imprimeur routeur (EDITION-ROUTAGE,
      *                  lot CLOTURE).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-BAR-TAUX         PIC 9(4).
       01 WS-BAR-TENUE        PIC 9(5).
       01 WS-BAR-JOUR         PIC 9(5).
       01 WS-BAR-TAUX-DEB     PIC 9(4) VALUE 0.
       01 WS-BAR-TROUVE       PIC X(1).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
      *>   Decoupage et recomposition du solde, signe compris -- meme
      *>   logique que RECALCULER-SOLDE dans MAJ-SOLDE.
       01 WS-PREFIXE          PIC X(120).
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-VERSEMENT        PIC 9(7)V99 VALUE 0.
       01 WS-VERSEMENT-EDIT   PIC 9(7).99.

      *>   Retenue a la source sur les interets courus : le solde
      *>   passe par l'etape "interet brut credite" avant la piece
      *>   'S' de la retenue.
       01 WS-SOLDE-BRUT       PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-BRUT-EDIT  PIC -9(7).99.
       01 WS-RETENUE          PIC 9(7)V99 VALUE 0.
       01 WS-RETENUE-EDIT     PIC 9(7).99.
       01 WS-RET-EXONERE      PIC X(1).
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 0.

      *>   Champs passes a RETENUE-SOURCE (calcul et trace de la
      *>   retenue) : zones de la bonne taille, pas des litteraux.
       01 WS-RET-ACTION       PIC X(1).
       01 WS-RET-TITULAIRE    PIC 9(5).
       01 WS-RET-PROGRAMME    PIC X(15) VALUE "CLOTURE-COMPTE".

       01 WS-SEGMENT-CLIENT   PIC X(1).
       01 WS-SUITE-RUE        PIC X(30).
       01 WS-SUITE-VILLE      PIC X(20).
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
           MOVE "Numero du compte a cloturer :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-COMPTE-A-CLORE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      *>   Compte d'un client decede : il se solde au notaire de la
      *>   succession par DECES-CLIENT, pas par une cloture ordinaire.
           IF WS-STATUT-CLIENT = 'F'
               DISPLAY "Compte " WS-COMPTE-A-CLORE
                       " fige (titulaire decede) -- reglement par la "
                       "succession"
               CLOSE CLIENT-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-SOLDE-AVANT < 0
               DISPLAY "Compte " WS-COMPTE-A-CLORE " en decouvert ("
                       WS-SOLDE-AVANT ") -- a regulariser avant "
           END-IF

           PERFORM CALCULER-INTERET-PRORATA
           MOVE 0 TO WS-RETENUE
           IF WS-INTERET > 0
               MOVE 'C' TO WS-RET-ACTION
               CALL "RETENUE-SOURCE" USING WS-RET-ACTION
                    WS-COMPTE-A-CLORE WS-INTERET WS-RET-PROGRAMME
                    WS-RET-TITULAIRE WS-RET-EXONERE WS-RETENUE
                    WS-COMPTE-ETAT
           END-IF
           COMPUTE WS-SOLDE-BRUT = WS-SOLDE-AVANT + WS-INTERET
           COMPUTE WS-SOLDE-REGLE = WS-SOLDE-BRUT - WS-RETENUE
           MOVE WS-SOLDE-REGLE TO WS-VERSEMENT

           DISPLAY "Solde courant            : " WS-SOLDE-AVANT
           DISPLAY "Interets courus au prorata : " WS-INTERET
           DISPLAY "Retenue a la source      : " WS-RETENUE
           DISPLAY "Versement de cloture     : " WS-VERSEMENT
           DISPLAY "Confirmer la cloture du compte " WS-COMPTE-A-CLORE
                   " ? (O/N) :"
           PERFORM OUVRIR-GRAND-LIVRE
           PERFORM ECRIRE-MOUVEMENTS-CLOTURE
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           IF WS-INTERET > 0
               MOVE 'E' TO WS-RET-ACTION
               CALL "RETENUE-SOURCE" USING WS-RET-ACTION
                    WS-COMPTE-A-CLORE WS-INTERET WS-RET-PROGRAMME
                    WS-RET-TITULAIRE WS-RET-EXONERE WS-RETENUE
                    WS-COMPTE-ETAT
           END-IF

           PERFORM REECRIRE-COMPTE-CLOS
           CLOSE CLIENT-FILE
           END-IF
           IF WS-STATUT-CLIENT NOT = 'A' AND WS-STATUT-CLIENT NOT = 'I'
              AND WS-STATUT-CLIENT NOT = 'C' AND
              WS-STATUT-CLIENT NOT = 'E' AND WS-STATUT-CLIENT NOT = 'F'
              AND WS-STATUT-CLIENT NOT = 'P'
               MOVE 'A' TO WS-STATUT-CLIENT
           END-IF

               MOVE 0 TO WS-BAR-TENUE
               MOVE 0 TO WS-BAR-JOUR
               CALL "LIRE-BAREME" USING WS-BAR-SEGMENT WS-BAR-TAUX
                    WS-BAR-TENUE WS-BAR-JOUR WS-BAR-TAUX-DEB
                    WS-BAR-TROUVE
               IF WS-BAR-TROUVE = 'Y'
                   MOVE WS-BAR-TAUX TO WS-TAUX-CLIENT
               END-IF

       *>--------------------------------------------------------------
       ECRIRE-MOUVEMENTS-CLOTURE.
      *>   Pieces au grand livre : le credit des interets courus
      *>   (s'il y en a) et leur retenue a la source, puis le
      *>   versement de cloture qui ramene le solde a zero -- la piece
      *>   du versement repond au client qui demandera ou est parti
      *>   son argent.
           IF WS-INTERET > 0
               ADD 1 TO WS-SEQ-LIVRE
               MOVE WS-INTERET     TO WS-INTERET-EDIT
               MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
               MOVE WS-SOLDE-BRUT  TO WS-SOLDE-BRUT-EDIT
               MOVE WS-SOLDE-REGLE TO WS-SOLDE-REGLE-EDIT
               MOVE SPACES TO LIVRE-LIGNE
               STRING FS-ID-CLIENT     DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SOLDE-AVANT-EDIT)
                                       DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SOLDE-BRUT-EDIT)
                                       DELIMITED BY SIZE
                      INTO LIVRE-LIGNE
               END-STRING
               WRITE LIVRE-LIGNE
               PERFORM INDEXER-PIECE-LIVRE
           END-IF

           IF WS-RETENUE > 0
               PERFORM ECRIRE-PIECES-RETENUE
           END-IF

           IF WS-VERSEMENT > 0
                      INTO LIVRE-LIGNE
               END-STRING
               WRITE LIVRE-LIGNE
               PERFORM INDEXER-PIECE-LIVRE
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-PIECES-RETENUE.
      *>   Meme paire de pieces que dans INTERET : debit 'S' du client
      *>   sur l'interet brut, credit du compte technique de l'Etat.
           MOVE WS-RETENUE TO WS-RETENUE-EDIT
           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING FS-ID-CLIENT      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-SEQ-LIVRE      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-DATE-JOUR      DELIMITED BY SIZE
                  "|S|"             DELIMITED BY SIZE
                  WS-RETENUE-EDIT   DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-BRUT-EDIT)
                                    DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-REGLE-EDIT)
                                    DELIMITED BY SIZE
                  "|RETENUE SOURCE" DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE

           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING WS-COMPTE-ETAT    DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-SEQ-LIVRE      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-DATE-JOUR      DELIMITED BY SIZE
                  "|C|"             DELIMITED BY SIZE
                  WS-RETENUE-EDIT   DELIMITED BY SIZE
                  "|0.00|"          DELIMITED BY SIZE
                  WS-RETENUE-EDIT   DELIMITED BY SIZE
                  "|RETENUE "       DELIMITED BY SIZE
                  FS-ID-CLIENT      DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       REECRIRE-COMPTE-CLOS.
      *>   Solde a 0.00 et statut 'C' ; le prefixe d'identite et le
       IMPRIMER-RELEVE-FINAL.
      *>   Meme disposition que EDITER-RELEVE-CLIENT dans
      *>   RELEVE-MENSUEL : en-tete, solde d'ouverture, les pieces de
      *>   cloture, solde de cloture (zero). Le meme releve forme
      *>   un lot d'un document pour l'imprimeur routeur.
           MOVE 'O' TO WS-RTG-ACTION
           MOVE "CLOTURE" TO WS-RTG-NOM
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU
           MOVE 'D' TO WS-RTG-ACTION
           MOVE "CLOT" TO WS-RTG-TYPE
           MOVE WS-COMPTE-A-CLORE TO WS-RTG-CLIENT
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU

           MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
           DISPLAY WS-SEPARATEUR
           MOVE SPACES TO WS-RAP-LIGNE
           STRING "RELEVE DE CLOTURE - COMPTE " DELIMITED BY SIZE
                  WS-COMPTE-A-CLORE DELIMITED BY SIZE
                  " LE " DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-CLOTURE
           MOVE SPACES TO WS-RAP-LIGNE
           STRING "Solde d'ouverture : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-AVANT-EDIT) DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-CLOTURE
           MOVE "DATE       TYPE  MONTANT      SOLDE APRES"
                TO WS-RAP-LIGNE
           PERFORM SORTIR-LIGNE-CLOTURE
           IF WS-INTERET > 0
               MOVE WS-SOLDE-BRUT TO WS-SOLDE-BRUT-EDIT
               MOVE SPACES TO WS-RAP-LIGNE
               STRING WS-DATE-JOUR      DELIMITED BY SIZE
                      "   I     "       DELIMITED BY SIZE
                      WS-INTERET-EDIT   DELIMITED BY SIZE
                      "   "             DELIMITED BY SIZE
                      WS-SOLDE-BRUT-EDIT DELIMITED BY SIZE
                      INTO WS-RAP-LIGNE
               END-STRING
               PERFORM SORTIR-LIGNE-CLOTURE
           END-IF
           IF WS-RETENUE > 0
               MOVE WS-SOLDE-REGLE TO WS-SOLDE-REGLE-EDIT
               MOVE SPACES TO WS-RAP-LIGNE
               STRING WS-DATE-JOUR      DELIMITED BY SIZE
                      "   S     "       DELIMITED BY SIZE
                      WS-RETENUE-EDIT   DELIMITED BY SIZE
                      "   "             DELIMITED BY SIZE
                      WS-SOLDE-REGLE-EDIT DELIMITED BY SIZE
                      INTO WS-RAP-LIGNE
               END-STRING
               PERFORM SORTIR-LIGNE-CLOTURE
           END-IF
           IF WS-VERSEMENT > 0
               MOVE SPACES TO WS-RAP-LIGNE
                      WS-ZERO-EDIT      DELIMITED BY SIZE
                      INTO WS-RAP-LIGNE
               END-STRING
               PERFORM SORTIR-LIGNE-CLOTURE
           END-IF
           IF WS-INTERET = 0 AND WS-VERSEMENT = 0
               MOVE "(aucun mouvement de cloture : solde deja nul)"
                    TO WS-RAP-LIGNE
               PERFORM SORTIR-LIGNE-CLOTURE
           END-IF
           MOVE "Solde de cloture  : 0.00" TO WS-RAP-LIGNE
           PERFORM SORTIR-LIGNE-CLOTURE
           DISPLAY WS-SEPARATEUR
           MOVE 'F' TO WS-RTG-ACTION
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       SORTIR-LIGNE-CLOTURE.
      *>   Une ligne du releve final part a la console et au document
      *>   de l'imprimeur (ignoree si le document a ete ecarte faute
      *>   d'adresse postale valide).
           DISPLAY WS-RAP-LIGNE
           MOVE 'L' TO WS-RTG-ACTION
           MOVE WS-RAP-LIGNE TO WS-RTG-LIGNE
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
