      *> Nom du programme : BATCH-MOIS
      *> Description    : Pilote la sequence de fin de mois (credit
      *>                  des interets, releves mensuels, facturation
      *>                  des frais, agios debiteurs, declaration de
      *>                  la retenue a la source, rentabilite par
      *>                  client et segment, comptes au plafond de
      *>                  leur produit, renouvellement des cartes)
      *>                  avec une
      *>                  echelle de points de reprise par etape
      *>                  (batch_mois.ckpt, meme principe que
      *>                  batch_soir.ckpt). Refuse de
      *>                  demarrer tant que la derniere chaine de
      *>                  soiree n'est pas terminee proprement
      *>                  (derniere fin de BATCH-SOIR dans
      *>                  controle, a l'etape suivante. Le mois choisi
      *>                  est transmis aux etapes par mois_pilote.txt
      *>                  (meme principe que operateur_session.txt
      *>                  pose par MENU) : RELEVE-MENSUEL,
      *>                  FRAIS-MENSUELS, AGIOS, RENTABILITE et
      *>                  RAPPORT-PLAFOND traitent le mois du
      *>                  pilote au lieu de le redemander chacun de
      *>                  leur cote. Chaque
      *>                  etape lancee laisse son debut ('E') et sa
      *>                  fin ('T') dans l'historique des executions
      *>                  (duree par etape, RAPPORT-DUREES).
      *>--------------------------------------------------------------

       ENVIRONMENT DIVISION.

      *>   Mois transmis aux etapes : pose avant la premiere, retire
      *>   a la fin du passage (reussi ou non) pour qu'un lancement
      *>   isole de RELEVE-MENSUEL, FRAIS-MENSUELS ou AGIOS
      *>   redemande son mois normalement.
       FD MOIS-PILOTE-FILE.
       01 LIGNE-MOIS-PILOTE PIC 9(6).

       01 WS-MOIS-DEJA-CLOS PIC 9(6) VALUE 0.
       01 WS-ETAPE-FAITE    PIC 9(2) VALUE 0.
       01 WS-ETAPE          PIC 9(2) VALUE 0.
       01 WS-DERNIERE-ETAPE PIC 9(2) VALUE 8.
       01 WS-ARRET          PIC X(1) VALUE 'N'.

      *>   Derniere trace de BATCH-SOIR relevee dans l'historique des
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.

      *>   Nom de chaque etape dans l'historique des executions, dans
      *>   l'ordre de l'EVALUATE d'EXECUTER-ETAPE.
       01 WS-NOMS-ETAPES.
           05 FILLER PIC X(15) VALUE "INTERET".
           05 FILLER PIC X(15) VALUE "RELEVE-MENSUEL".
           05 FILLER PIC X(15) VALUE "FRAIS-MENSUELS".
           05 FILLER PIC X(15) VALUE "AGIOS".
           05 FILLER PIC X(15) VALUE "DECLARATION-RET".
           05 FILLER PIC X(15) VALUE "RENTABILITE".
           05 FILLER PIC X(15) VALUE "RAPPORT-PLAFOND".
           05 FILLER PIC X(15) VALUE "RENOUV-CARTES".
       01 WS-TABLE-ETAPES REDEFINES WS-NOMS-ETAPES.
           05 WS-NOM-ETAPE PIC X(15) OCCURS 8 TIMES.
       01 WS-RC-ETAPE      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
      *>   Une etape qui rend un code retour non nul arrete la fin de
      *>   mois : le point de reprise reste sur la derniere etape
      *>   reussie, la relance reprendra ici avec le meme mois.
           MOVE 'E' TO WS-JEX-EVENEMENT
           MOVE 0 TO WS-JEX-RC
           PERFORM JOURNALISER-ETAPE
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-ETAPE
               WHEN 1
               WHEN 3
                   DISPLAY "Etape 3 : FRAIS-MENSUELS (facturation)"
                   CALL "FRAIS-MENSUELS"
               WHEN 4
                   DISPLAY "Etape 4 : AGIOS (interets debiteurs)"
                   CALL "AGIOS"
               WHEN 5
                   DISPLAY "Etape 5 : DECLARATION-RETENUES (retenue "
                           "a la source)"
                   CALL "DECLARATION-RETENUES"
               WHEN 6
                   DISPLAY "Etape 6 : RENTABILITE (rentabilite par "
                           "client et segment)"
                   CALL "RENTABILITE"
               WHEN 7
                   DISPLAY "Etape 7 : RAPPORT-PLAFOND (comptes au "
                           "plafond de leur produit)"
                   CALL "RAPPORT-PLAFOND"
               WHEN 8
                   DISPLAY "Etape 8 : RENOUV-CARTES (cartes arrivant "
                           "a expiration)"
                   CALL "RENOUV-CARTES"
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
       DEMANDER-MOIS.
           MOVE "Mois a clore (AAAAMM) :" TO WS-LIBELLE-SAISIE
