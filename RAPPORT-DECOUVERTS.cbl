      *                  et l'etat s'imprime par EDITION-ETAT -- on
      *                  n'attend plus que le client campe au
      *                  telephone.
      *                  L'etat est ventile par agence du compte
      *                  (LIRE-AGENCE) : agences en ordre croissant,
      *                  du pire au moins grave dans chaque agence,
      *                  et un sous-total par agence.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-AGENCE  PIC X(3).
           05 TRI-EXCES   PIC 9(7)V99.
           05 TRI-COMPTE  PIC 9(5).
           05 TRI-SOLDE   PIC S9(7)V99.
       01 WS-LIMITE-EDIT      PIC 9(7).99.
       01 WS-EXCES-EDIT       PIC 9(7).99.

      *>   Agence du compte en cours et rupture par agence a
      *>   l'impression (nombre de comptes et depassement cumule).
       01 WS-AGENCE-COMPTE    PIC X(3).
       01 WS-AGE-TROUVE       PIC X(1).
       01 WS-AGENCE-EN-COURS  PIC X(3) VALUE SPACES.
       01 WS-AGE-NB-COMPTES   PIC 9(5) VALUE 0.
       01 WS-AGE-EXCES        PIC 9(9)V99 VALUE 0.
       01 WS-AGE-EXCES-EDIT   PIC 9(9).99.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "RAPPORT-DECOUV".
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           SORT TRI-FILE
               ON ASCENDING KEY TRI-AGENCE
               ON DESCENDING KEY TRI-EXCES
               INPUT PROCEDURE IS RELEVER-COMPTES-NEGATIFS
               OUTPUT PROCEDURE IS IMPRIMER-RAPPORT
                   (0 - WS-SOLDE-VAL) - WS-LIMITE-COMPTE
           END-IF
           PERFORM COMPTER-JOURS-NEGATIFS
           CALL "LIRE-AGENCE" USING FS-ID-CLIENT WS-AGENCE-COMPTE
                WS-AGE-TROUVE

           MOVE WS-AGENCE-COMPTE TO TRI-AGENCE
           MOVE WS-EXCES         TO TRI-EXCES
           MOVE FS-ID-CLIENT     TO TRI-COMPTE
           MOVE WS-SOLDE-VAL     TO TRI-SOLDE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "AGE  COMPTE  SOLDE        LIMITE      "
                  DELIMITED BY SIZE
                  "DEPASSEMENT  JOURS" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

                   AT END
                       EXIT PERFORM
               END-RETURN
               IF TRI-AGENCE NOT = WS-AGENCE-EN-COURS
                   IF WS-AGENCE-EN-COURS NOT = SPACES
                       PERFORM IMPRIMER-SOUS-TOTAL-AGENCE
                   END-IF
                   MOVE TRI-AGENCE TO WS-AGENCE-EN-COURS
                   MOVE 0 TO WS-AGE-NB-COMPTES
                   MOVE 0 TO WS-AGE-EXCES
               END-IF
               ADD 1 TO WS-AGE-NB-COMPTES
               ADD TRI-EXCES TO WS-AGE-EXCES
               PERFORM IMPRIMER-LIGNE-TRI
           END-PERFORM
           IF WS-AGENCE-EN-COURS NOT = SPACES
               PERFORM IMPRIMER-SOUS-TOTAL-AGENCE
           END-IF

           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           MOVE TRI-EXCES  TO WS-EXCES-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING TRI-AGENCE     DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  TRI-COMPTE     DELIMITED BY SIZE
                  "   "          DELIMITED BY SIZE
                  WS-SOLDE-EDIT  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-SOUS-TOTAL-AGENCE.
           MOVE WS-AGE-EXCES TO WS-AGE-EXCES-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Agence " DELIMITED BY SIZE
                  WS-AGENCE-EN-COURS DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-AGE-NB-COMPTES DELIMITED BY SIZE
                  " compte(s) en negatif, depassement cumule "
                  DELIMITED BY SIZE
                  WS-AGE-EXCES-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.
