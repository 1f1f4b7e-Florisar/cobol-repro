      *>                  etapes (chargement puis listing), avec un
      *>                  point de reprise pour ne pas rejouer le
      *>                  chargement si seule la lecture a echoue.
      *>                  Chaque etape lancee laisse son debut ('E')
      *>                  et sa fin ('T') dans l'historique des
      *>                  executions (duree par etape, RAPPORT-DUREES).
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.
       01 WS-ETAPE      PIC X(1) VALUE SPACES.
       01 WS-RC-ETAPE   PIC 9(4) VALUE 0.
       01 WS-SEPARATEUR PIC X(30)
           VALUE "------------------------------".


           IF WS-ETAPE = SPACES
               DISPLAY "Etape ECRITURE : demarrage"
               MOVE "MAIN-ECRITURE" TO WS-JEX-PROGRAMME
               MOVE 'E' TO WS-JEX-EVENEMENT
               MOVE 0 TO WS-JEX-RC
               MOVE 1 TO WS-JEX-COMPTEUR-1
               CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                    WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS
               CALL "MAIN" USING "E"
               MOVE RETURN-CODE TO WS-RC-ETAPE
               MOVE "MAIN-ECRITURE" TO WS-JEX-PROGRAMME
               MOVE 'T' TO WS-JEX-EVENEMENT
               MOVE WS-RC-ETAPE TO WS-JEX-RC
               CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                    WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS
               MOVE WS-RC-ETAPE TO RETURN-CODE
               IF RETURN-CODE = 0
                   PERFORM ECRIRE-CHECKPOINT-ECRITURE
               ELSE
           END-IF

           DISPLAY "Etape LECTURE : demarrage"
           MOVE "MAIN-LECTURE" TO WS-JEX-PROGRAMME
           MOVE 'E' TO WS-JEX-EVENEMENT
           MOVE 0 TO WS-JEX-RC
           MOVE 2 TO WS-JEX-COMPTEUR-1
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS
           CALL "MAIN" USING "L"
           MOVE RETURN-CODE TO WS-RC-ETAPE
           MOVE "MAIN-LECTURE" TO WS-JEX-PROGRAMME
           MOVE 'T' TO WS-JEX-EVENEMENT
           MOVE WS-RC-ETAPE TO WS-JEX-RC
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS
           MOVE WS-RC-ETAPE TO RETURN-CODE
           IF RETURN-CODE = 0
               PERFORM ECRIRE-CHECKPOINT-TERMINE
           ELSE
           MOVE "BATCH-NUIT" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE 0 TO WS-JEX-COMPTEUR-1
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS
           STOP RUN.
