      *                  superviseur, il n'existait rien pour un
      *                  client qui a oublie son code. Un code a
      *                  quatre chiffres est tire de la pendule et
      *                  pose par SECUPIN (operation ET) sur la carte
      *                  presentee, qui doit etre utilisable au
      *                  registre des cartes : valable
      *                  DUREE-PIN-TEMP-JOURS jours et UNE connexion
      *                  EX-GPT, qui enchaine sur le changement de
      *                  code obligatoire (retour CH). Chaque
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-COMPTE           PIC 9(5) VALUE 0.
       01 WS-CARTE            PIC 9(8) VALUE 0.
       01 WS-STOP             PIC X(1) VALUE 'O'.

      *>   Tirage du code : les quatre derniers chiffres de l'heure
      *>   Champs passes a SECUPIN (service de securite carte) :
      *>   operation ET, pose du code temporaire.
       01 WS-SEC-OPERATION    PIC X(2).
       01 WS-SEC-CARTE        PIC 9(8).
       01 WS-SEC-CODE         PIC 9(4) VALUE 0.
       01 WS-SEC-VERROU.
           05 WS-SEC-TENTATIVES   PIC 9(4).
           05 WS-SEC-STATUT       PIC X.
       01 WS-SEC-RETOUR       PIC X(2).

      *>   Champs passes a CARTE-REGISTRE (registre des cartes) : pas
      *>   de code temporaire sur une carte perdue, volee, remplacee
      *>   ou expiree.
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               MOVE "Numero de carte du client :"
                    TO WS-LIBELLE-SAISIE
               MOVE 1        TO WS-BORNE-MIN-SAISIE
               MOVE 99999999 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-CARTE
               PERFORM DELIVRER-CODE
               DISPLAY "Delivrer un autre code ? (O/N) :"
               ACCEPT WS-STOP

       *>--------------------------------------------------------------
       DELIVRER-CODE.
           MOVE SPACES   TO WS-CRT-CARTE
           MOVE WS-CARTE TO CAR-NUMERO
           MOVE "VC"     TO WS-CRT-OPERATION
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR NOT = "00"
               DISPLAY "Carte " WS-CARTE " inutilisable (" WS-CRT-RETOUR
                       ") -- aucun code delivre"
               EXIT PARAGRAPH
           END-IF
           MOVE CAR-COMPTE TO WS-COMPTE

           ACCEPT WS-HEURE-TIRAGE FROM TIME
           COMPUTE WS-CODE-TIRE =
               FUNCTION MOD (WS-HEURE-TIRAGE, 10000)

           MOVE "ET" TO WS-SEC-OPERATION
           MOVE WS-CARTE TO WS-SEC-CARTE
           MOVE WS-CODE-TIRE TO WS-SEC-CODE
           CALL "SECUPIN" USING WS-SEC-OPERATION WS-SEC-CARTE
                WS-SEC-CODE WS-SEC-VERROU WS-SEC-RETOUR
           IF WS-SEC-RETOUR NOT = "00" AND WS-SEC-RETOUR NOT = "NV"
               DISPLAY "Magasin des codes indisponible : "
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CODE TEMPORAIRE DE LA CARTE " WS-CARTE
                   " (COMPTE " WS-COMPTE ") : " WS-CODE-TIRE
           DISPLAY "(une seule connexion, changement de code impose "
                   "ensuite)"
           PERFORM ENREGISTRER-AUDIT.
                  " CODE=****"    DELIMITED BY SIZE
                  " STATUT=TMP"   DELIMITED BY SIZE
                  " TENTATIVES=00" DELIMITED BY SIZE
                  " CARTE="       DELIMITED BY SIZE
                  WS-CARTE        DELIMITED BY SIZE
                  INTO AUDIT-REC
           END-STRING
           OPEN INPUT AUDIT-FILE
