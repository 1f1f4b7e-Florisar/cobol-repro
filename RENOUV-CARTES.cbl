       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOUV-CARTES.

      *----------------------------------------------------------------
      * Nom du programme : RENOUV-CARTES
      * Description    : Renouvellement mensuel des cartes -- parcourt
      *                  le registre des cartes (CARTE-REGISTRE) :
      *                    - une carte active dont la date
      *                      d'expiration est passee passe au statut
      *                      'E' (EX-GPT et SECURITE-01 la refusaient
      *                      deja sur sa date) ;
      *                    - une carte active sans remplacante qui
      *                      expire dans les DELAI-RENOUV-JOURS jours
      *                      (parametres, 60 par defaut), ou qui a
      *                      expire sans etre renouvelee, recoit une
      *                      carte de renouvellement sur le meme
      *                      compte, qui reprend son code (SECUPIN,
      *                      operation RP) : le titulaire garde son
      *                      code. L'ancienne carte reste utilisable
      *                      jusqu'a son expiration.
      *                  Une carte en opposition (titulaire decede) ou
      *                  dont le compte a quitte le registre des
      *                  comptes n'est pas renouvelee. Chaque carte
      *                  traitee est listee sur l'etat RENOUV-CARTE.
      *                  Le registre est lu en entier avant toute
      *                  ecriture ; le lot tient le verrou de
      *                  traitement CARTES, celui de CARTES-GUICHET.
      *----------------------------------------------------------------

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-LIMITE      PIC 9(8) VALUE 0.
       01 WS-DELAI-RENOUV     PIC 9(3) VALUE 60.
       01 WS-SUITE-CARTE      PIC X(20).

      *>   Cartes relevees au parcours du registre : le parcours PC/SC
      *>   est interrompu par toute autre operation, les ecritures
      *>   attendent donc la fin de la lecture.
       01 WS-NB-RELEVES       PIC 9(4) VALUE 0.
       01 WS-MAX-RELEVES      PIC 9(4) VALUE 2000.
       01 WS-TABLE-RELEVES.
           05 WS-REL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RIDX.
               10 WS-REL-CARTE      PIC 9(8).
               10 WS-REL-COMPTE     PIC 9(5).
               10 WS-REL-EXPIRATION PIC 9(8).
               10 WS-REL-EXPIREE    PIC X(1).
               10 WS-REL-RENOUVELER PIC X(1).

       01 WS-NB-LUES          PIC 9(5) VALUE 0.
       01 WS-NB-RENOUVELEES   PIC 9(5) VALUE 0.
       01 WS-NB-EXPIREES      PIC 9(5) VALUE 0.
       01 WS-NB-ECARTEES      PIC 9(5) VALUE 0.
       01 WS-NOUVELLE-CARTE   PIC 9(8) VALUE 0.
       01 WS-NOUVELLE-EXP     PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : l'echeance se juge a la
      *>   journee d'exploitation.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Champs passes a COMPTE-REGISTRE (registre des comptes).
       01 WS-CRG-COMPTE       PIC 9(5).
       01 WS-CRG-TITULAIRE    PIC 9(5).
       01 WS-CRG-TYPE         PIC X(1).
       01 WS-CRG-TROUVE       PIC X(1).

      *>   Champs passes a CARTE-REGISTRE (registre des cartes).
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).

      *>   Champs passes a SECUPIN (service de securite carte) :
      *>   lecture du verrou (LV) et report du code (RP).
       01 WS-SEC-OPERATION    PIC X(2).
       01 WS-SEC-CARTE        PIC 9(8).
       01 WS-SEC-CODE         PIC 9(4) VALUE 0.
       01 WS-SEC-VERROU.
           05 WS-SEC-TENTATIVES   PIC 9(4).
           05 WS-SEC-ACCES-OK     PIC X.
           05 WS-SEC-DATE-VERROU  PIC 9(8).
           05 WS-SEC-HEURE-VERROU PIC 9(8).
           05 WS-SEC-STATUT       PIC X.
       01 WS-SEC-RETOUR       PIC X(2).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : pas d'emission au guichet pendant le lot.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "RENOUV-CARTES".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

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
           DISPLAY "RENOUVELLEMENT DES CARTES"
           DISPLAY WS-SEPARATEUR

           MOVE "CARTES" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE 1 TO RETURN-CODE
              PERFORM JOURNALISER-FIN
              GOBACK
           END-IF

           PERFORM LIRE-DELAI-RENOUV
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           COMPUTE WS-DATE-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                + WS-DELAI-RENOUV)
           DISPLAY "Cartes expirant au plus tard le " WS-DATE-LIMITE

           PERFORM RELEVER-CARTES
           IF WS-CRT-RETOUR NOT = "FN"
               DISPLAY "Registre des cartes illisible : " WS-CRT-RETOUR
                       " -- aucun renouvellement"
               MOVE "RELEVER-CARTES" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR    TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           PERFORM OUVRIR-ETAT-RENOUV
           PERFORM VARYING WS-RIDX FROM 1 BY 1
                   UNTIL WS-RIDX > WS-NB-RELEVES
               PERFORM TRAITER-CARTE
           END-PERFORM
           PERFORM FERMER-ETAT-RENOUV

           DISPLAY WS-SEPARATEUR
           DISPLAY "Cartes lues               : " WS-NB-LUES
           DISPLAY "Cartes renouvelees        : " WS-NB-RENOUVELEES
           DISPLAY "Cartes passees expirees   : " WS-NB-EXPIREES
           DISPLAY "Cartes ecartees           : " WS-NB-ECARTEES
           DISPLAY WS-SEPARATEUR

           PERFORM LIBERER-VERROU-TRAITEMENT
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-DELAI-RENOUV.
           MOVE "DELAI-RENOUV-JOURS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 1000
              MOVE WS-PRM-VALEUR-NUM TO WS-DELAI-RENOUV
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-CARTES.
      *>   Lecture de tout le registre (compte zero) ; seules les
      *>   cartes actives interessent le lot.
           MOVE 0 TO WS-NB-RELEVES
           MOVE SPACES TO WS-CRT-CARTE
           MOVE 0 TO CAR-COMPTE
           MOVE "PC" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           PERFORM UNTIL WS-CRT-RETOUR NOT = "00"
               ADD 1 TO WS-NB-LUES
               IF CAR-STATUT = 'A'
                   PERFORM RETENIR-CARTE
               END-IF
               MOVE "SC" TO WS-CRT-OPERATION
               CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION
                    WS-CRT-CARTE WS-CRT-RETOUR
           END-PERFORM.

       *>--------------------------------------------------------------
       RETENIR-CARTE.
           IF CAR-EXPIRATION >= WS-DATE-JOUR AND
              (CAR-EXPIRATION > WS-DATE-LIMITE OR CAR-REMPLACANTE > 0)
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-RELEVES >= WS-MAX-RELEVES
               DISPLAY "Table des cartes pleine (" WS-MAX-RELEVES
                       ") -- carte " CAR-NUMERO " au prochain passage"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-RELEVES
           SET WS-RIDX TO WS-NB-RELEVES
           MOVE CAR-NUMERO     TO WS-REL-CARTE (WS-RIDX)
           MOVE CAR-COMPTE     TO WS-REL-COMPTE (WS-RIDX)
           MOVE CAR-EXPIRATION TO WS-REL-EXPIRATION (WS-RIDX)
           MOVE 'N' TO WS-REL-EXPIREE (WS-RIDX)
           MOVE 'N' TO WS-REL-RENOUVELER (WS-RIDX)
           IF CAR-EXPIRATION < WS-DATE-JOUR
               MOVE 'Y' TO WS-REL-EXPIREE (WS-RIDX)
           END-IF
           IF CAR-REMPLACANTE = 0
               MOVE 'Y' TO WS-REL-RENOUVELER (WS-RIDX)
           END-IF.

       *>--------------------------------------------------------------
       TRAITER-CARTE.
           MOVE SPACES TO WS-SUITE-CARTE
           MOVE 0 TO WS-NOUVELLE-CARTE WS-NOUVELLE-EXP
           IF WS-REL-EXPIREE (WS-RIDX) = 'Y'
               PERFORM EXPIRER-CARTE
           END-IF
           IF WS-REL-RENOUVELER (WS-RIDX) = 'Y'
               PERFORM RENOUVELER-CARTE
           END-IF
           PERFORM EDITER-CARTE.

       *>--------------------------------------------------------------
       EXPIRER-CARTE.
           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-REL-CARTE (WS-RIDX) TO CAR-NUMERO
           MOVE 'E' TO CAR-STATUT
           MOVE "MS" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR = "00"
               ADD 1 TO WS-NB-EXPIREES
               MOVE "EXPIREE" TO WS-SUITE-CARTE
           ELSE
               MOVE "EXPIRER-CARTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR   TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               MOVE "STATUT NON POSE" TO WS-SUITE-CARTE
           END-IF.

       *>--------------------------------------------------------------
       RENOUVELER-CARTE.
      *>   Carte d'un compte sorti du registre ou d'un titulaire
      *>   decede : pas de renouvellement.
           MOVE WS-REL-COMPTE (WS-RIDX) TO WS-CRG-COMPTE
           CALL "COMPTE-REGISTRE" USING WS-CRG-COMPTE WS-CRG-TITULAIRE
                WS-CRG-TYPE WS-CRG-TROUVE
           IF WS-CRG-TROUVE NOT = 'Y'
               ADD 1 TO WS-NB-ECARTEES
               MOVE "COMPTE INCONNU" TO WS-SUITE-CARTE
               EXIT PARAGRAPH
           END-IF
           MOVE "LV" TO WS-SEC-OPERATION
           MOVE WS-REL-CARTE (WS-RIDX) TO WS-SEC-CARTE
           CALL "SECUPIN" USING WS-SEC-OPERATION WS-SEC-CARTE
                WS-SEC-CODE WS-SEC-VERROU WS-SEC-RETOUR
           IF WS-SEC-RETOUR = "00" AND WS-SEC-STATUT = 'D'
               ADD 1 TO WS-NB-ECARTEES
               MOVE "OPPOSITION" TO WS-SUITE-CARTE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CRT-CARTE
           MOVE WS-REL-COMPTE (WS-RIDX) TO CAR-COMPTE
           MOVE WS-REL-CARTE (WS-RIDX)  TO CAR-ORIGINE
           MOVE "NC" TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR NOT = "00"
               MOVE "RENOUVELER-CARTE" TO WS-EXC-PARAGRAPHE
               MOVE WS-CRT-RETOUR      TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               ADD 1 TO WS-NB-ECARTEES
               MOVE "EMISSION REFUSEE" TO WS-SUITE-CARTE
               EXIT PARAGRAPH
           END-IF
           MOVE CAR-NUMERO     TO WS-NOUVELLE-CARTE
           MOVE CAR-EXPIRATION TO WS-NOUVELLE-EXP
           ADD 1 TO WS-NB-RENOUVELEES

      *>   Le code de l'ancienne carte passe a la nouvelle ; une
      *>   ancienne carte sans code laisse la nouvelle au code par
      *>   defaut, comme toute carte neuve.
           MOVE "RP" TO WS-SEC-OPERATION
           MOVE WS-NOUVELLE-CARTE TO WS-SEC-CARTE
           CALL "SECUPIN" USING WS-SEC-OPERATION WS-SEC-CARTE
                WS-SEC-CODE WS-SEC-VERROU WS-SEC-RETOUR
           EVALUATE WS-SEC-RETOUR
               WHEN "00"
                   MOVE "RENOUVELEE" TO WS-SUITE-CARTE
               WHEN "NV"
                   MOVE "RENOUVELEE SANS CODE" TO WS-SUITE-CARTE
               WHEN OTHER
                   MOVE "REPORTER-CODE"  TO WS-EXC-PARAGRAPHE
                   MOVE WS-SEC-RETOUR    TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
                   MOVE 1 TO RETURN-CODE
                   MOVE "CODE NON REPRIS" TO WS-SUITE-CARTE
           END-EVALUATE.

       *>--------------------------------------------------------------
       OUVRIR-ETAT-RENOUV.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "RENOUV-CARTE" TO WS-EDT-NOM
           MOVE "RENOUVELLEMENT DES CARTES" TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "CARTE     COMPTE  EXPIRE LE  NOUVELLE  "
                  DELIMITED BY SIZE
                  "EXPIRE LE  SUITE" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       EDITER-CARTE.
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-REL-CARTE (WS-RIDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REL-COMPTE (WS-RIDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-REL-EXPIRATION (WS-RIDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-NOUVELLE-CARTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-NOUVELLE-EXP DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUITE-CARTE) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       FERMER-ETAT-RENOUV.
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Lues : " DELIMITED BY SIZE
                  WS-NB-LUES DELIMITED BY SIZE
                  "   Renouvelees : " DELIMITED BY SIZE
                  WS-NB-RENOUVELEES DELIMITED BY SIZE
                  "   Expirees : " DELIMITED BY SIZE
                  WS-NB-EXPIREES DELIMITED BY SIZE
                  "   Ecartees : " DELIMITED BY SIZE
                  WS-NB-ECARTEES DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
      *>   Fin journalisee avec les compteurs cles, comme les autres
      *>   etapes de la chaine mensuelle.
           MOVE "RENOUV-CARTES" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-RENOUVELEES TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-EXPIREES    TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-ECARTEES    TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
