      *>                  (plan_batch.ckpt, meme principe que
      *>                  batch_soir.ckpt) et compte rendu de ce qui a
      *>                  ete lance, saute, retenu ou bloque par
      *>                  EDITION-ETAT. Chaque job lance laisse son
      *>                  debut ('E') et sa fin ('T') dans
      *>                  l'historique des executions (duree par
      *>                  etape, RAPPORT-DUREES).
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-NB-RETENUS     PIC 9(2) VALUE 0.
       01 WS-NB-SAUTES      PIC 9(2) VALUE 0.
       01 WS-NB-BLOQUES     PIC 9(2) VALUE 0.
       01 WS-RC-ETAPE       PIC 9(4) VALUE 0.

      *>   Champs passes a JOURNAL-EXEC (historique des executions) :
      *>   zones de la bonne taille, pas des litteraux.
               EXIT PARAGRAPH
           END-IF

           MOVE 'E' TO WS-JEX-EVENEMENT
           MOVE 0 TO WS-JEX-RC
           PERFORM JOURNALISER-ETAPE
           PERFORM LANCER-JOB
           MOVE RETURN-CODE TO WS-RC-ETAPE
           MOVE 'T' TO WS-JEX-EVENEMENT
           MOVE WS-RC-ETAPE TO WS-JEX-RC
           PERFORM JOURNALISER-ETAPE
           MOVE WS-RC-ETAPE TO RETURN-CODE
           IF RETURN-CODE = 0
               MOVE 'O' TO PLN-ETAT (WS-PIDX)
               ADD 1 TO WS-NB-LANCES
                   CALL "SYNC-CLIENT"
               WHEN "ORDRES-PERMANENTS"
                   CALL "ORDRES-PERMANENTS"
               WHEN "ECHEANCES-PRETS"
                   CALL "ECHEANCES-PRETS"
               WHEN "RAPPORT-PRETS"
                   CALL "RAPPORT-PRETS"
               WHEN "RAPPORT-LITIGES"
                   CALL "RAPPORT-LITIGES"
               WHEN "REVISIONS-KYC"
                   CALL "REVISIONS-KYC"
               WHEN "DEPOTS-TERME"
                   CALL "DEPOTS-TERME"
               WHEN "COMPENSATION-SORTIE"
                   CALL "COMPENSATION-SORTIE"
               WHEN "MAIN"
                   MOVE 'B' TO WS-MODE-MAIN
                   CALL "MAIN" USING WS-MODE-MAIN
                   CALL "EXPORT-GL"
               WHEN "RAPPROCHEMENT"
                   CALL "RAPPROCHEMENT"
               WHEN "BALANCE-GL"
                   CALL "BALANCE-GL"
               WHEN "DORMANCE"
                   CALL "DORMANCE"
               WHEN "INTERET"
                   CALL "RELEVE-MENSUEL"
               WHEN "FRAIS-MENSUELS"
                   CALL "FRAIS-MENSUELS"
               WHEN "AGIOS"
                   CALL "AGIOS"
               WHEN "DECLARATION-RETENUES"
                   CALL "DECLARATION-RETENUES"
               WHEN "RENTABILITE"
                   CALL "RENTABILITE"
               WHEN "RAPPORT-PLAFOND"
                   CALL "RAPPORT-PLAFOND"
               WHEN "PREVISION-TRESO"
                   CALL "PREVISION-TRESO"
               WHEN "RETOUR-COURRIER"
                   CALL "RETOUR-COURRIER"
               WHEN "PIN-COURRIER"
                   CALL "PIN-COURRIER"
               WHEN "RENOUV-CARTES"
                   CALL "RENOUV-CARTES"
               WHEN "RECOUVREMENT"
                   CALL "RECOUVREMENT"
               WHEN "PRODUCTIVITE"
                   CALL "PRODUCTIVITE"
               WHEN "RAPPORT-DECOUVERTS"
                   CALL "RAPPORT-DECOUVERTS"
               WHEN "TRAD-COMPENSATION"
                   CALL "TRAD-COMPENSATION"
               WHEN "PRELEVEMENTS-ENTREE"
                   CALL "PRELEVEMENTS-ENTREE"
               WHEN "RETOURS-PRELEVEMENTS"
                   CALL "RETOURS-PRELEVEMENTS"
               WHEN "VIGILANCE-LCB"
                   CALL "VIGILANCE-LCB"
               WHEN "RETOUR-GL"
                   CALL "RETOUR-GL"
               WHEN "MENAGE-FICHIERS"
                   CALL "AUDIT-FICHIERS"
               WHEN "SAUVE-CLIENTS"
                   CALL "SAUVE-CLIENTS"
               WHEN "REINDEX-LIVRE"
                   CALL "REINDEX-LIVRE"
               WHEN "RAPPORT-DUREES"
                   CALL "RAPPORT-DUREES"
               WHEN OTHER
                   DISPLAY "Job inconnu du pilote : "
                           PLN-JOB (WS-PIDX)
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE.

      *>--------------------------------------------------------------
       JOURNALISER-ETAPE.
      *>   Debut ('E') ou fin ('T') du job en cours, son rang dans le
      *>   plan en premier compteur ; l'evenement et le code retour
      *>   sont poses par l'appelant.
           MOVE PLN-JOB (WS-PIDX) TO WS-JEX-PROGRAMME
           MOVE WS-ETAPE TO WS-JEX-COMPTEUR-1
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.

      *>--------------------------------------------------------------
       LIRE-CHECKPOINT.
      *>   Chaque ligne du jour redonne son sort a l'etape : 'O'
