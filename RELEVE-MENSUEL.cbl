      *                  identite depuis clients.csv, solde
      *                  d'ouverture, chaque mouvement du grand livre
      *                  dans l'ordre chronologique avec solde courant,
      *                  et solde de cloture. Les pieces de chaque
      *                  client sont lues dans l'index du grand livre
      *                  (INDEX-LIVRE), livres archives de l'arrete
      *                  annuel compris. Chaque releve est aussi
      *                  remis a l'imprimeur routeur (EDITION-ROUTAGE,
      *                  lot RELEVES).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

      *>   Mois pose par le pilote de fin de mois (BATCH-MOIS) : s'il
      *>   est present, c'est lui qui est traite -- la saisie n'est
      *>   demandee qu'en lancement isole.
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD MOIS-PILOTE-FILE.
       01 LIGNE-MOIS-PILOTE PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-MOIS-PILOTE   PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

      *>   Mois demande (AAAAMM), saisi via SAISIE-NUM.
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|AVANT|APRES", tel
      *>   qu'ecrit par ECRIRE-GRAND-LIVRE dans MAJ-SOLDE, rendu par
      *>   INDEX-LIVRE.
       01 LIVRE-LIGNE         PIC X(132).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence).
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Mouvements du mois du client en cours, charges depuis
      *>   l'index du grand livre dans l'ordre des sequences, donc
      *>   dans l'ordre chronologique des passages.
       01 WS-NB-MVTS          PIC 9(3) VALUE 0.
       01 WS-NB-MVTS-RETENUS  PIC 9(7) VALUE 0.
       01 WS-TABLE-MVTS.
           05 WS-MVT-ENTRY OCCURS 500 TIMES INDEXED BY WS-MIDX.
               10 MVT-COMPTE   PIC 9(5).
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

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
           END-IF
           MOVE WS-MOIS-RELEVE   TO WS-MOIS-RELEVE-X

           MOVE 'O' TO WS-RTG-ACTION
           MOVE "RELEVES" TO WS-RTG-NOM
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU
           PERFORM EDITER-TOUS-RELEVES
           MOVE 'F' TO WS-RTG-ACTION
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE

           DISPLAY WS-SEPARATEUR
           DISPLAY "Releves edites             : " WS-NB-CLIENTS
           DISPLAY "Mouvements du mois retenus : " WS-NB-MVTS-RETENUS
           DISPLAY WS-SEPARATEUR
           GOBACK.

           CLOSE MOIS-PILOTE-FILE.

       *>--------------------------------------------------------------
       CHARGER-MOUVEMENTS-CLIENT.
      *>   Les pieces du client dans l'index du grand livre : seules
      *>   celles du mois demande sont gardees en table.
           MOVE 0 TO WS-NB-MVTS
           MOVE 'D' TO WS-ILV-ACTION
           MOVE FS-ID-CLIENT TO WS-ILV-COMPTE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           PERFORM UNTIL WS-ILV-TROUVE NOT = 'Y'
               MOVE 'S' TO WS-ILV-ACTION
               CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                    WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
               IF WS-ILV-TROUVE = 'Y'
                   MOVE WS-ILV-LIGNE TO LIVRE-LIGNE
                   PERFORM RETENIR-MOUVEMENT
               END-IF
           END-PERFORM
           ADD WS-NB-MVTS TO WS-NB-MVTS-RETENUS.

       *>--------------------------------------------------------------
       RETENIR-MOUVEMENT.
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-CLIENTS
           PERFORM CHARGER-MOUVEMENTS-CLIENT

           MOVE 0 TO WS-NB-MVTS-CLIENT
           MOVE WS-RAP-SOLDE TO WS-SOLDE-OUVERTURE
               END-IF
           END-PERFORM

      *>   Le releve part aussi a l'imprimeur, a l'adresse du
      *>   titulaire pour un livret ou un depot a terme.
           MOVE FS-ID-CLIENT TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           MOVE FS-ID-CLIENT TO WS-RTG-CLIENT
           IF (WS-CRG-TYPE = 'E' OR WS-CRG-TYPE = 'T') AND
              WS-CRG-TITULAIRE NOT = FS-ID-CLIENT
               MOVE WS-CRG-TITULAIRE TO WS-RTG-CLIENT
           END-IF
           MOVE 'D' TO WS-RTG-ACTION
           MOVE "RELV" TO WS-RTG-TYPE
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU

           DISPLAY WS-SEPARATEUR
           MOVE SPACES TO WS-RAP-LIGNE
           STRING "RELEVE DE COMPTE - MOIS " DELIMITED BY SIZE
                  WS-MOIS-RELEVE DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-RELEVE
           MOVE SPACES TO WS-RAP-LIGNE
           STRING "CLIENT " DELIMITED BY SIZE
                  FS-ID-CLIENT DELIMITED BY SIZE
                  CLI-DATE-NAISSANCE DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-RELEVE

      *>   Un livret ou un depot a terme ne porte pas l'identite :
      *>   elle est rappelee ici depuis le compte courant du titulaire
      *>   (voir COMPTE-REGISTRE, appele plus haut).
           IF (WS-CRG-TYPE = 'E' OR WS-CRG-TYPE = 'T') AND
              WS-CRG-TITULAIRE NOT = FS-ID-CLIENT
               PERFORM AFFICHER-TITULAIRE
           END-IF

           MOVE SPACES TO WS-RAP-LIGNE
           STRING "Solde d'ouverture : " DELIMITED BY SIZE
                  WS-SOLDE-OUVERTURE DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-RELEVE
           MOVE "DATE       TYPE  MONTANT      SOLDE APRES"
                TO WS-RAP-LIGNE
           PERFORM SORTIR-LIGNE-RELEVE

           PERFORM VARYING WS-MIDX FROM 1 BY 1
                    UNTIL WS-MIDX > WS-NB-MVTS
           END-PERFORM

           IF WS-NB-MVTS-CLIENT = 0
               MOVE "(aucun mouvement sur le mois)" TO WS-RAP-LIGNE
               PERFORM SORTIR-LIGNE-RELEVE
           END-IF
           MOVE SPACES TO WS-RAP-LIGNE
           STRING "Solde de cloture  : " DELIMITED BY SIZE
                  WS-SOLDE-CLOTURE DELIMITED BY SIZE
                  INTO WS-RAP-LIGNE
           END-STRING
           PERFORM SORTIR-LIGNE-RELEVE.

       *>--------------------------------------------------------------
       SORTIR-LIGNE-RELEVE.
      *>   Une ligne du releve part a la console et au document de
      *>   l'imprimeur (ignoree par EDITION-ROUTAGE si le document a
      *>   ete ecarte faute d'adresse postale valide).
           DISPLAY WS-RAP-LIGNE
           MOVE 'L' TO WS-RTG-ACTION
           MOVE WS-RAP-LIGNE TO WS-RTG-LIGNE
           CALL "EDITION-ROUTAGE" USING WS-RTG-ACTION WS-RTG-NOM
                WS-RTG-TYPE WS-RTG-CLIENT WS-RTG-LIGNE WS-RTG-RETENU.

       *>--------------------------------------------------------------
       AFFICHER-TITULAIRE.
      *>   cle a deplace le pointeur de fichier.
           MOVE FS-ID-CLIENT TO WS-COMPTE-EN-COURS
           MOVE WS-CRG-TITULAIRE TO FS-ID-CLIENT
           MOVE SPACES TO WS-RAP-LIGNE
           READ CLIENT-FILE
               INVALID KEY
                   STRING "Titulaire : " DELIMITED BY SIZE
                          WS-CRG-TITULAIRE DELIMITED BY SIZE
                          " (introuvable dans clients.csv)"
                              DELIMITED BY SIZE
                          INTO WS-RAP-LIGNE
                   END-STRING
               NOT INVALID KEY
                   PERFORM DECOUPER-NOM-PRENOM-CSV
                   STRING "Titulaire : " DELIMITED BY SIZE
                          WS-CRG-TITULAIRE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (CLI-NOM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM (CLI-PRENOM) DELIMITED BY SIZE
                          INTO WS-RAP-LIGNE
                   END-STRING
           END-READ
           PERFORM SORTIR-LIGNE-RELEVE
           MOVE WS-COMPTE-EN-COURS TO FS-ID-CLIENT
           START CLIENT-FILE KEY IS GREATER THAN FS-ID-CLIENT
               INVALID KEY MOVE "10" TO WS-FS-CLIENT
                      INTO WS-RAP-LIGNE
               END-STRING
           END-IF
           PERFORM SORTIR-LIGNE-RELEVE.

       *>--------------------------------------------------------------
       DECOUPER-NOM-PRENOM-CSV.
