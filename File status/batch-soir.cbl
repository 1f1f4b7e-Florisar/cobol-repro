      *>--------------------------------------------------------------
      *> Nom du programme : BATCH-SOIR
      *> Description    : Pilote la sequence de fin de journee sans
      *>                  operateur (report guichet, echeances des
      *>                  prets et des depots a terme, application
      *>                  des transactions, compensation sortante,
      *>                  retour des prelevements impayes,
      *>                  surveillance anti-blanchiment,
      *>                  rapports, dossiers clients a reviser,
      *>                  export comptable,
      *>                  photographie et rapprochement des soldes,
      *>                  balance generale,
      *>                  relances de recouvrement,
      *>                  rotation des journaux, etat des durees
      *>                  de la chaine),
      *>                  avec une echelle de points de reprise par
      *>                  etape (batch_soir.ckpt, meme principe que
      *>                  batch_nuit.ckpt) : une etape en echec
      *>                  s'arrete la, et la relance reprend a cette
      *>                  etape au lieu de reappliquer les mouvements
      *>                  du jour. Chaque etape lancee laisse son
      *>                  debut ('E') et sa fin ('T') dans
      *>                  historique_executions.txt, d'ou
      *>                  RAPPORT-DUREES tire la duree de chaque etape.
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *>   relance saute les etapes deja faites.
       01 WS-ETAPE-FAITE   PIC 9(2) VALUE 0.
       01 WS-ETAPE         PIC 9(2) VALUE 0.
       01 WS-DERNIERE-ETAPE PIC 9(2) VALUE 20.
       01 WS-ARRET         PIC X(1) VALUE 'N'.
       01 WS-MODE-MAJ      PIC X(1) VALUE 'N'.
      *>   Mode passe a POINT-REPRISE : 'S' = prise silencieuse du
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.

      *>   Nom de chaque etape dans l'historique des executions, dans
      *>   l'ordre de l'EVALUATE d'EXECUTER-ETAPE (quinze caracteres,
      *>   comme le PROGRAM-ID trace par JOURNAL-EXEC).
       01 WS-NOMS-ETAPES.
           05 FILLER PIC X(15) VALUE "POINT-REPRISE".
           05 FILLER PIC X(15) VALUE "SYNC-CLIENT".
           05 FILLER PIC X(15) VALUE "ORDRES-PERMANEN".
           05 FILLER PIC X(15) VALUE "ECHEANCES-PRETS".
           05 FILLER PIC X(15) VALUE "DEPOTS-TERME".
           05 FILLER PIC X(15) VALUE "MAJ-SOLDE".
           05 FILLER PIC X(15) VALUE "COMPENSATION-SO".
           05 FILLER PIC X(15) VALUE "RETOURS-PRELEVE".
           05 FILLER PIC X(15) VALUE "VIGILANCE-LCB".
           05 FILLER PIC X(15) VALUE "RAPPORT-AGE".
           05 FILLER PIC X(15) VALUE "RAPPORT-ECHECS".
           05 FILLER PIC X(15) VALUE "RAPPORT-PRETS".
           05 FILLER PIC X(15) VALUE "REVISIONS-KYC".
           05 FILLER PIC X(15) VALUE "EXPORT-GL".
           05 FILLER PIC X(15) VALUE "RAPPROCHEMENT".
           05 FILLER PIC X(15) VALUE "BALANCE-GL".
           05 FILLER PIC X(15) VALUE "AVIS-CLIENTS".
           05 FILLER PIC X(15) VALUE "RECOUVREMENT".
           05 FILLER PIC X(15) VALUE "MENAGE-FICHIERS".
           05 FILLER PIC X(15) VALUE "RAPPORT-DUREES".
       01 WS-TABLE-ETAPES REDEFINES WS-NOMS-ETAPES.
           05 WS-NOM-ETAPE PIC X(15) OCCURS 20 TIMES.
       01 WS-RC-ETAPE      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
      *>   Une etape qui rend un code retour non nul arrete la
      *>   soiree : le point de reprise reste sur la derniere etape
      *>   reussie, la relance reprendra ici.
           MOVE 'E' TO WS-JEX-EVENEMENT
           MOVE 0 TO WS-JEX-RC
           PERFORM JOURNALISER-ETAPE
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-ETAPE
               WHEN 1
                           "echus vers le lot du jour)"
                   CALL "ORDRES-PERMANENTS"
               WHEN 4
                   DISPLAY "Etape 4 : ECHEANCES-PRETS (decaissements "
                           "et mensualites vers le lot du jour)"
                   CALL "ECHEANCES-PRETS"
               WHEN 5
                   DISPLAY "Etape 5 : DEPOTS-TERME (alimentations et "
                           "echeances des depots a terme)"
                   CALL "DEPOTS-TERME"
               WHEN 6
                   DISPLAY "Etape 6 : MAJ-SOLDE (lot du jour)"
                   MOVE 'N' TO WS-MODE-MAJ
                   CALL "MAJ-SOLDE" USING WS-MODE-MAJ
               WHEN 7
                   DISPLAY "Etape 7 : COMPENSATION-SORTIE (virements "
                           "vers les autres banques)"
                   CALL "COMPENSATION-SORTIE"
               WHEN 8
                   DISPLAY "Etape 8 : RETOURS-PRELEVEMENTS (impayes "
                           "rendus a la chambre)"
                   CALL "RETOURS-PRELEVEMENTS"
               WHEN 9
                   DISPLAY "Etape 9 : VIGILANCE-LCB (surveillance "
                           "anti-blanchiment du grand livre)"
                   CALL "VIGILANCE-LCB"
               WHEN 10
                   DISPLAY "Etape 10 : RAPPORT-AGE"
                   CALL "RAPPORT-AGE"
               WHEN 11
                   DISPLAY "Etape 11 : RAPPORT-ECHECS"
                   CALL "RAPPORT-ECHECS"
               WHEN 12
                   DISPLAY "Etape 12 : RAPPORT-PRETS (position et "
                           "arrieres des prets)"
                   CALL "RAPPORT-PRETS"
               WHEN 13
                   DISPLAY "Etape 13 : REVISIONS-KYC (dossiers clients "
                           "a reviser)"
                   CALL "REVISIONS-KYC"
               WHEN 14
                   DISPLAY "Etape 14 : EXPORT-GL (export comptable)"
                   CALL "EXPORT-GL"
               WHEN 15
                   DISPLAY "Etape 15 : RAPPROCHEMENT (photo + "
                           "controle des soldes)"
                   CALL "RAPPROCHEMENT"
               WHEN 16
                   DISPLAY "Etape 16 : BALANCE-GL (balance generale "
                           "de la journee)"
                   CALL "BALANCE-GL"
               WHEN 17
                   DISPLAY "Etape 17 : AVIS-CLIENTS (lettres aux "
                           "clients)"
                   CALL "AVIS-CLIENTS"
               WHEN 18
                   DISPLAY "Etape 18 : RECOUVREMENT (relances des "
                           "comptes debiteurs)"
                   CALL "RECOUVREMENT"
               WHEN 19
                   DISPLAY "Etape 19 : MENAGE-FICHIERS (rotation des "
                           "journaux)"
                   CALL "MENAGE-FICHIERS"
               WHEN 20
                   DISPLAY "Etape 20 : RAPPORT-DUREES (durees des "
                           "etapes et fenetre batch)"
                   CALL "RAPPORT-DUREES"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE RETURN-CODE TO WS-RC-ETAPE
           MOVE 'T' TO WS-JEX-EVENEMENT
           MOVE WS-RC-ETAPE TO WS-JEX-RC
           PERFORM JOURNALISER-ETAPE
           MOVE WS-RC-ETAPE TO RETURN-CODE

           IF RETURN-CODE = 0
               MOVE WS-ETAPE TO WS-ETAPE-FAITE
               PERFORM ECRIRE-CHECKPOINT
               MOVE 'Y' TO WS-ARRET
           END-IF.

      *>--------------------------------------------------------------
       JOURNALISER-ETAPE.
      *>   Debut ('E') ou fin ('T') de l'etape en cours, le numero
      *>   d'etape en premier compteur ; l'evenement et le code
      *>   retour sont poses par l'appelant.
           MOVE WS-NOM-ETAPE (WS-ETAPE) TO WS-JEX-PROGRAMME
           MOVE WS-ETAPE TO WS-JEX-COMPTEUR-1
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.

      *>--------------------------------------------------------------
       LIRE-CHECKPOINT.
           MOVE 0 TO WS-ETAPE-FAITE
