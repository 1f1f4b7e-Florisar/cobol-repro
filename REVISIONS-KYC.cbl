       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISIONS-KYC.

      *----------------------------------------------------------------
      * Nom du programme : REVISIONS-KYC
      * Description    : Liste quotidienne des dossiers clients a
      *                  revoir au guichet -- clients actifs de
      *                  client.txt dont la revision periodique est
      *                  echue (prochaine revision atteinte), dont la
      *                  piece d'identite est expiree, ou dont le
      *                  dossier ne porte encore ni piece ni date de
      *                  revision (fiche d'avant les revisions, ou
      *                  creee sans piece). Tri de l'echeance la plus
      *                  ancienne a la plus recente, les dossiers
      *                  incomplets en tete.
      *
      *                  Passe le delai de grace KYC-DELAI-GRACE
      *                  (jours, parametres.txt, 30 par defaut) apres
      *                  l'echeance, la ligne porte la mention DEBITS
      *                  BLOQUES : MAJ-SOLDE refuse alors les debits
      *                  du client sous le motif KYC jusqu'a la
      *                  revision (TEST-CLIENT, option 4). L'etat
      *                  s'imprime par EDITION-ETAT (etat_KYC.txt).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

           SELECT TRI-FILE
              ASSIGN TO "tri_kyc.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-ECHEANCE    PIC 9(8).
           05 TRI-ID          PIC 9(5).
           05 TRI-NOM         PIC X(20).
           05 TRI-PRENOM      PIC X(20).
           05 TRI-SEGMENT     PIC X(1).
           05 TRI-PIECE-TYPE  PIC X(1).
           05 TRI-PIECE-NUM   PIC X(15).
           05 TRI-EXPIRATION  PIC X(8).
           05 TRI-REVISION    PIC X(8).
           05 TRI-MOTIF       PIC X(14).
           05 TRI-BLOQUE      PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-SEPARATEUR       PIC X(40) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Delai de grace en jours, conserve si la cle est absente de
      *>   parametres.txt -- meme valeur par defaut que MAJ-SOLDE.
       01 WS-DELAI-GRACE-KYC  PIC 9(3) VALUE 30.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Ligne de client.txt : "ID|NOM|PRENOM|DATE|SOLDE|STATUT|
      *>   RUE|VILLE|CP|TEL|DATE-SUPPR|SEGMENT|EXONERE|PIECE|NUMERO|
      *>   EXPIRATION|REVISION" (SAUVEGARDER-CLIENTS de TEST-CLIENT).
       01 WS-GUI-ID-CHAR      PIC X(5).
       01 WS-GUI-NOM          PIC X(20).
       01 WS-GUI-PRENOM       PIC X(20).
       01 WS-GUI-STATUT       PIC X(1).
       01 WS-GUI-SEGMENT      PIC X(1).
       01 WS-GUI-PIECE-TYPE   PIC X(1).
       01 WS-GUI-PIECE-NUM    PIC X(15).
       01 WS-GUI-EXPIRATION   PIC X(8).
       01 WS-GUI-REVISION     PIC X(8).
       01 WS-GUI-IGNORE       PIC X(30).

       01 WS-ECHEANCE         PIC 9(8) VALUE 0.
       01 WS-A-LISTER         PIC X(1).

      *>   Totaux de l'etat.
       01 WS-NB-CLIENTS       PIC 9(5) VALUE 0.
       01 WS-NB-A-REVOIR      PIC 9(5) VALUE 0.
       01 WS-NB-INCOMPLETS    PIC 9(5) VALUE 0.
       01 WS-NB-EXPIREES      PIC 9(5) VALUE 0.
       01 WS-NB-BLOQUES       PIC 9(5) VALUE 0.

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).
       01 WS-MENTION          PIC X(14).

      *>   Champs passes a JOURNAL-EXEC (historique des executions) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-JEX-PROGRAMME    PIC X(15).
       01 WS-JEX-EVENEMENT    PIC X(1).
       01 WS-JEX-RC           PIC 9(4) VALUE 0.
       01 WS-JEX-COMPTEURS.
           05 WS-JEX-COMPTEUR-1 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "DOSSIERS CLIENTS A REVISER"
           DISPLAY WS-SEPARATEUR
           MOVE 0 TO RETURN-CODE

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           PERFORM LIRE-CONFIGURATION

           SORT TRI-FILE
               ON ASCENDING KEY TRI-ECHEANCE TRI-ID
               INPUT PROCEDURE IS RELEVER-DOSSIERS
               OUTPUT PROCEDURE IS IMPRIMER-RAPPORT

           DISPLAY "Clients actifs examines : " WS-NB-CLIENTS
           DISPLAY "Dossiers a revoir       : " WS-NB-A-REVOIR
           DISPLAY "  dont debits bloques   : " WS-NB-BLOQUES
           DISPLAY "Etat imprime dans etat_KYC.txt"
           DISPLAY WS-SEPARATEUR

           MOVE "REVISIONS-KYC" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-CLIENTS  TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-A-REVOIR TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-BLOQUES  TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "KYC-DELAI-GRACE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-DELAI-GRACE-KYC
           END-IF
           .

       *>--------------------------------------------------------------
       RELEVER-DOSSIERS.
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               DISPLAY "Aucun client au guichet (client.txt absent)"
               EXIT PARAGRAPH
           END-IF
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               PERFORM EXAMINER-DOSSIER
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
           END-PERFORM
           CLOSE GUICHET-FILE.

       *>--------------------------------------------------------------
       EXAMINER-DOSSIER.
      *>   Un client supprime 'D' ou decede 'F' n'a plus de dossier
      *>   a tenir.
      *>   L'echeance est la plus proche de la revision prevue et de
      *>   l'expiration de la piece ; un dossier incomplet part en
      *>   tete avec une echeance a zero.
           MOVE SPACES TO WS-GUI-ID-CHAR WS-GUI-NOM WS-GUI-PRENOM
                          WS-GUI-STATUT WS-GUI-SEGMENT
           MOVE SPACES TO WS-GUI-PIECE-TYPE WS-GUI-PIECE-NUM
                          WS-GUI-EXPIRATION WS-GUI-REVISION
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR WS-GUI-NOM WS-GUI-PRENOM
                    WS-GUI-IGNORE WS-GUI-IGNORE WS-GUI-STATUT
                    WS-GUI-IGNORE WS-GUI-IGNORE WS-GUI-IGNORE
                    WS-GUI-IGNORE WS-GUI-IGNORE WS-GUI-SEGMENT
                    WS-GUI-IGNORE WS-GUI-PIECE-TYPE WS-GUI-PIECE-NUM
                    WS-GUI-EXPIRATION WS-GUI-REVISION
           END-UNSTRING
           IF WS-GUI-STATUT = 'D' OR WS-GUI-STATUT = 'F' OR
              WS-GUI-ID-CHAR IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-CLIENTS

           MOVE 'N' TO WS-A-LISTER
           MOVE SPACES TO TRI-MOTIF
           MOVE 0 TO WS-ECHEANCE
           IF WS-GUI-PIECE-TYPE = SPACES OR
              WS-GUI-REVISION IS NOT NUMERIC OR
              WS-GUI-EXPIRATION IS NOT NUMERIC
               MOVE 'Y' TO WS-A-LISTER
               MOVE "INCOMPLET" TO TRI-MOTIF
               ADD 1 TO WS-NB-INCOMPLETS
           ELSE
               MOVE WS-GUI-REVISION TO WS-ECHEANCE
               IF WS-GUI-EXPIRATION < WS-GUI-REVISION
                   MOVE WS-GUI-EXPIRATION TO WS-ECHEANCE
               END-IF
               IF WS-GUI-EXPIRATION < WS-DATE-JOUR
                   MOVE 'Y' TO WS-A-LISTER
                   MOVE "PIECE EXPIREE" TO TRI-MOTIF
                   ADD 1 TO WS-NB-EXPIREES
               ELSE
                   IF WS-GUI-REVISION NOT > WS-DATE-JOUR
                       MOVE 'Y' TO WS-A-LISTER
                       MOVE "REVISION DUE" TO TRI-MOTIF
                   END-IF
               END-IF
           END-IF
           IF WS-A-LISTER = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-A-REVOIR

      *>   Meme regle que CONTROLER-KYC dans MAJ-SOLDE : bloque une
      *>   fois l'echeance depassee du delai de grace.
           MOVE 'N' TO TRI-BLOQUE
           IF WS-ECHEANCE > 16010101
               IF FUNCTION INTEGER-OF-DATE (WS-ECHEANCE)
                  + WS-DELAI-GRACE-KYC
                  < FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                   MOVE 'Y' TO TRI-BLOQUE
                   ADD 1 TO WS-NB-BLOQUES
               END-IF
           END-IF

           MOVE WS-ECHEANCE       TO TRI-ECHEANCE
           MOVE WS-GUI-ID-CHAR    TO TRI-ID
           MOVE WS-GUI-NOM        TO TRI-NOM
           MOVE WS-GUI-PRENOM     TO TRI-PRENOM
           MOVE WS-GUI-SEGMENT    TO TRI-SEGMENT
           MOVE WS-GUI-PIECE-TYPE TO TRI-PIECE-TYPE
           MOVE WS-GUI-PIECE-NUM  TO TRI-PIECE-NUM
           MOVE WS-GUI-EXPIRATION TO TRI-EXPIRATION
           MOVE WS-GUI-REVISION   TO TRI-REVISION
           RELEASE TRI-REC.

       *>--------------------------------------------------------------
       IMPRIMER-RAPPORT.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "KYC" TO WS-EDT-NOM
           MOVE "DOSSIERS CLIENTS A REVISER (REVISION OU PIECE)"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "CLIENT NOM                  PRENOM               S P"
             & " NUMERO PIECE    EXPIRE   REVISION MOTIF" TO
                WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           PERFORM UNTIL 1 = 2
               RETURN TRI-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               PERFORM IMPRIMER-LIGNE-TRI
           END-PERFORM

           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Dossiers a revoir : " DELIMITED BY SIZE
                  WS-NB-A-REVOIR DELIMITED BY SIZE
                  "  incomplets : " DELIMITED BY SIZE
                  WS-NB-INCOMPLETS DELIMITED BY SIZE
                  "  pieces expirees : " DELIMITED BY SIZE
                  WS-NB-EXPIREES DELIMITED BY SIZE
                  "  debits bloques : " DELIMITED BY SIZE
                  WS-NB-BLOQUES DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-TRI.
           MOVE SPACES TO WS-MENTION
           IF TRI-BLOQUE = 'Y'
               MOVE "DEBITS BLOQUES" TO WS-MENTION
           END-IF
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING TRI-ID          DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  TRI-NOM         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRI-PRENOM      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRI-SEGMENT     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRI-PIECE-TYPE  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRI-PIECE-NUM   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRI-EXPIRATION  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRI-REVISION    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  TRI-MOTIF       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-MENTION      DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.
