      *                  MAJ-SOLDE, puis imprime le total des interets
      *                  verses -- fini le tableur et la re-saisie en
      *                  transactions 'C' a la main.
      *
      *                  La retenue a la source sur l'interet credite
      *                  (voir RETENUE-SOURCE) part dans la foulee :
      *                  piece de debit 'S' au client, piece de credit
      *                  au compte de l'Etat, ligne dans retenues.txt
      *                  pour la declaration mensuelle ; un client
      *                  exonere n'a que la ligne, retenue a zero.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-PREFIXE          PIC X(120).
      *>   Bloc adresse et contact (RUE|VILLE|CP|TEL), conserve tel
      *>   quel a travers la reecriture du solde.
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-INTERET          PIC 9(7)V99 VALUE 0.
       01 WS-INTERET-EDIT     PIC 9(7).99.

      *>   Retenue a la source : le solde passe par l'etape
      *>   intermediaire "interet brut credite" (solde apres de la
      *>   piece 'I', solde avant de la piece 'S').
       01 WS-SOLDE-BRUT       PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-BRUT-EDIT  PIC -9(7).99.
       01 WS-RETENUE          PIC 9(7)V99 VALUE 0.
       01 WS-RETENUE-EDIT     PIC 9(7).99.
       01 WS-RET-EXONERE      PIC X(1).
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 0.
       01 WS-TOTAL-RETENUES   PIC 9(9)V99 VALUE 0.

      *>   Champs passes a RETENUE-SOURCE (calcul et trace de la
      *>   retenue) : zones de la bonne taille, pas des litteraux.
       01 WS-RET-ACTION       PIC X(1).
       01 WS-RET-TITULAIRE    PIC 9(5).
       01 WS-RET-PROGRAMME    PIC X(15) VALUE "INTERET".

      *>   Taux reellement applique au client en cours : celui de son
      *>   segment commercial quand baremes.txt le connait (voir
      *>   LIRE-BAREME), sinon le taux global TAUX-INTERET-ANNUEL.
       01 WS-BAR-TAUX         PIC 9(4).
       01 WS-BAR-TENUE        PIC 9(5).
       01 WS-BAR-JOUR         PIC 9(5).
       01 WS-BAR-TAUX-DEB     PIC 9(4) VALUE 0.
       01 WS-BAR-TROUVE       PIC X(1).

       01 WS-NB-LUS           PIC 9(5) VALUE 0.
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
           PERFORM OUVRIR-GRAND-LIVRE
           PERFORM CREDITER-TOUS-CLIENTS
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           PERFORM PIED-RAPPORT
           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.
           END-IF
           IF WS-STATUT-CLIENT NOT = 'A' AND WS-STATUT-CLIENT NOT = 'I'
              AND WS-STATUT-CLIENT NOT = 'C' AND
              WS-STATUT-CLIENT NOT = 'E' AND WS-STATUT-CLIENT NOT = 'F'
              AND WS-STATUT-CLIENT NOT = 'P'
               MOVE 'A' TO WS-STATUT-CLIENT
           END-IF

               COMPUTE WS-SOLDE-AVANT = 0 - WS-SOLDE-AVANT
           END-IF

      *>   Un compte fige au deces du titulaire ('F') continue de
      *>   porter interet jusqu'au reglement de la succession.
           IF WS-SOLDE-AVANT > 0 AND
              (WS-STATUT-CLIENT = 'A' OR WS-STATUT-CLIENT = 'F')
               PERFORM CHOISIR-TAUX-CLIENT
               COMPUTE WS-INTERET ROUNDED =
                   WS-SOLDE-AVANT * WS-TAUX-CLIENT / 10000
               IF WS-INTERET > 0
                   MOVE 'C' TO WS-RET-ACTION
                   CALL "RETENUE-SOURCE" USING WS-RET-ACTION
                        FS-ID-CLIENT WS-INTERET WS-RET-PROGRAMME
                        WS-RET-TITULAIRE WS-RET-EXONERE WS-RETENUE
                        WS-COMPTE-ETAT
                   COMPUTE WS-SOLDE-BRUT =
                       WS-SOLDE-AVANT + WS-INTERET
                   COMPUTE WS-SOLDE-APRES =
                       WS-SOLDE-BRUT - WS-RETENUE
                   MOVE WS-SOLDE-AVANT TO WS-SOLDE-AVANT-EDIT
                   MOVE WS-SOLDE-BRUT  TO WS-SOLDE-BRUT-EDIT
                   MOVE WS-SOLDE-APRES TO WS-SOLDE-APRES-EDIT

                   MOVE SPACES TO FS-DONNEES-CLIENT
                       ADD 1 TO WS-NB-CREDITES
                       ADD WS-INTERET TO WS-TOTAL-INTERETS
                       PERFORM ECRIRE-GRAND-LIVRE
                       IF WS-RETENUE > 0
                           ADD WS-RETENUE TO WS-TOTAL-RETENUES
                           PERFORM ECRIRE-PIECES-RETENUE
                       END-IF
                       MOVE 'E' TO WS-RET-ACTION
                       CALL "RETENUE-SOURCE" USING WS-RET-ACTION
                            FS-ID-CLIENT WS-INTERET WS-RET-PROGRAMME
                            WS-RET-TITULAIRE WS-RET-EXONERE WS-RETENUE
                            WS-COMPTE-ETAT
                   ELSE
                       DISPLAY "Erreur reecriture client "
                               FS-ID-CLIENT " : " WS-FS-CLIENT
       *>--------------------------------------------------------------
       CHOISIR-TAUX-CLIENT.
      *>   Le segment commercial voyage en cinquieme position du bloc
      *>   adresse ("RUE|VILLE|CP|TEL|SEGMENT|EXONERE") ; un client
      *>   d'avant la segmentation, ou un segment absent du bareme,
      *>   garde le taux global. L'exoneration est celle du titulaire,
      *>   resolue par RETENUE-SOURCE.
           MOVE WS-TAUX-ANNUEL TO WS-TAUX-CLIENT
           MOVE SPACES TO WS-SEGMENT-CLIENT
           UNSTRING WS-SUITE-CLIENT DELIMITED BY "|"
               MOVE 0 TO WS-BAR-TENUE
               MOVE 0 TO WS-BAR-JOUR
               CALL "LIRE-BAREME" USING WS-BAR-SEGMENT WS-BAR-TAUX
                    WS-BAR-TENUE WS-BAR-JOUR WS-BAR-TAUX-DEB
                    WS-BAR-TROUVE
               IF WS-BAR-TROUVE = 'Y'
                   MOVE WS-BAR-TAUX TO WS-TAUX-CLIENT
               END-IF
                  FUNCTION TRIM (WS-SOLDE-AVANT-EDIT)
                                       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-BRUT-EDIT)
                                       DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       ECRIRE-PIECES-RETENUE.
      *>   Type 'S' (retenue a la source) : un debit du client pris sur
      *>   l'interet brut, puis le credit du compte de l'Etat --
      *>   compte technique hors clients.csv, comme le compte de
      *>   consignation de DESHERENCE.
           MOVE WS-RETENUE TO WS-RETENUE-EDIT
           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING FS-ID-CLIENT         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-SEQ-LIVRE         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-DATE-JOUR         DELIMITED BY SIZE
                  "|S|"                DELIMITED BY SIZE
                  WS-RETENUE-EDIT      DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-BRUT-EDIT)
                                       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                       DELIMITED BY SIZE
                  "|RETENUE SOURCE"    DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE

           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING WS-COMPTE-ETAT       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-SEQ-LIVRE         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-DATE-JOUR         DELIMITED BY SIZE
                  "|C|"                DELIMITED BY SIZE
                  WS-RETENUE-EDIT      DELIMITED BY SIZE
                  "|0.00|"             DELIMITED BY SIZE
                  WS-RETENUE-EDIT      DELIMITED BY SIZE
                  "|RETENUE "          DELIMITED BY SIZE
                  FS-ID-CLIENT         DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       PIED-RAPPORT.
           DISPLAY "Clients lus                : " WS-NB-LUS
           DISPLAY "Clients credites           : " WS-NB-CREDITES
           DISPLAY "Total des interets verses  : " WS-TOTAL-INTERETS
           DISPLAY "Total retenu a la source   : " WS-TOTAL-RETENUES
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
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
