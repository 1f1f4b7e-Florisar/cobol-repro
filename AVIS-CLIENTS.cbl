      *                  jours du seuil JOURS-DORMANCE). Chaque
      *                  evenement imprime une lettre par EDITION-ETAT
      *                  avec le nom et le bloc adresse du client, et
      *                  le pied recapitule les avis produits. Aucune
      *                  lettre ne part au nom d'un client decede
      *                  (statut 'F', voir DECES-CLIENT) : l'avis est
      *                  retenu et seulement compte au pied. Chaque
      *                  lettre est aussi remise a l'imprimeur routeur
      *                  (EDITION-ROUTAGE, lot AVIS).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 FS-DONNEES-CLIENT PIC X(194).

       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-NB-AVIS-NEGATIF  PIC 9(5) VALUE 0.
       01 WS-NB-AVIS-MONTANT  PIC 9(5) VALUE 0.
       01 WS-NB-AVIS-DORMANCE PIC 9(5) VALUE 0.
       01 WS-NB-AVIS-RETENUS  PIC 9(5) VALUE 0.

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.

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
           DISPLAY "Avis passage en negatif   : " WS-NB-AVIS-NEGATIF
           DISPLAY "Avis gros mouvement       : " WS-NB-AVIS-MONTANT
           DISPLAY "Avis dormance prochaine   : " WS-NB-AVIS-DORMANCE
           DISPLAY "Avis retenus (decedes)    : " WS-NB-AVIS-RETENUS
           DISPLAY WS-SEPARATEUR
           PERFORM JOURNALISER-FIN
           GOBACK.
      *>   apres commencant par '-'.
           IF WS-LIV-AVANT (1:1) NOT = '-' AND
              WS-LIV-APRES (1:1) = '-'
               PERFORM LIRE-IDENTITE-CLIENT
               IF WS-STATUT-LU = 'F'
                   ADD 1 TO WS-NB-AVIS-RETENUS
               ELSE
                   ADD 1 TO WS-NB-AVIS-NEGATIF
                   PERFORM LETTRE-ENTETE
                   MOVE SPACES TO WS-EDT-LIGNE
                   STRING "Votre compte est passe en negatif ce jour "
                              DELIMITED BY SIZE
                          "(solde " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-LIV-APRES)
                              DELIMITED BY SIZE
                          "). Merci de regulariser." DELIMITED BY SIZE
                          INTO WS-EDT-LIGNE
                   END-STRING
                   PERFORM LETTRE-CORPS
               END-IF
           END-IF

      *>   Gros mouvement : montant au-dela du seuil configure.
                   COMPUTE WS-LIV-MONT-VAL =
                       WS-LIV-MONT-ENT + (WS-LIV-MONT-DEC / 100)
                   IF WS-LIV-MONT-VAL > WS-SEUIL-MONTANT
                       PERFORM LIRE-IDENTITE-CLIENT
                       IF WS-STATUT-LU = 'F'
                           ADD 1 TO WS-NB-AVIS-RETENUS
                       ELSE
                           ADD 1 TO WS-NB-AVIS-MONTANT
                           PERFORM LETTRE-ENTETE
                           MOVE SPACES TO WS-EDT-LIGNE
                           STRING "Un mouvement de "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM (WS-LIV-MONTANT)
                                      DELIMITED BY SIZE
                                  " (type " DELIMITED BY SIZE
                                  WS-LIV-TYPE DELIMITED BY SIZE
                                  ") est passe ce jour sur votre "
                                      DELIMITED BY SIZE
                                  "compte." DELIMITED BY SIZE
                                  INTO WS-EDT-LIGNE
                           END-STRING
                           PERFORM LETTRE-CORPS
                       END-IF
                   END-IF
               END-IF
           END-IF.
               INVALID KEY
                   MOVE SPACES TO CLI-NOM CLI-PRENOM CLI-RUE
                   MOVE SPACES TO CLI-VILLE CLI-CODE-POSTAL
                   MOVE SPACES TO WS-STATUT-LU
                   MOVE "(compte hors clients.csv)" TO CLI-NOM
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CLIENT-TROUVE

       *>--------------------------------------------------------------
       LETTRE-ENTETE.
      *>   Nouveau document chez l'imprimeur : il compose lui-meme le
      *>   bloc adresse depuis la fiche du client.
           MOVE 'D' TO WS-RTG-ACTION
           MOVE "AVIS" TO WS-RTG-TYPE
           MOVE FS-ID-CLIENT TO WS-RTG-CLIENT
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU
           MOVE 'D' TO WS-EDT-ACTION
           MOVE WS-SEPARATEUR TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
      *>   WS-EDT-LIGNE arrive avec le texte de l'avis.
           MOVE 'D' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'L' TO WS-RTG-ACTION
           MOVE WS-EDT-LIGNE TO WS-RTG-LIGNE
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       OUVRIR-ETAT-AVIS.
           MOVE "LETTRES D'INFORMATION AUX CLIENTS DU JOUR"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'O' TO WS-RTG-ACTION
           MOVE "AVIS" TO WS-RTG-NOM
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       FERMER-ETAT-AVIS.
                  WS-NB-AVIS-MONTANT DELIMITED BY SIZE
                  "  dormance proche : " DELIMITED BY SIZE
                  WS-NB-AVIS-DORMANCE DELIMITED BY SIZE
                  "  retenus (deces) : " DELIMITED BY SIZE
                  WS-NB-AVIS-RETENUS DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-RTG-ACTION
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
