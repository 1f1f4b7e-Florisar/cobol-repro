      *>   Constantes couleur partagees (copybooks/ANSICOLEUR.cpy)
          COPY ANSICOLEUR.
          01 WS-COMPTE           PIC 9(5).
      *    Carte presentee : elle porte le code et le verrou, le
      *    registre des cartes donne le compte WS-COMPTE.
          01 WS-CARTE            PIC 9(8).
          01 WS-COMPTE-VALIDE    PIC X VALUE 'N'.
          01 WS-CODE-SAISIE      PIC 9(4) VALUE 0.
          01 WS-TENTATIVES       PIC 9(4) VALUE 0.
      *    directe du seul enregistrement concerne -- plus de table de
      *    100 comptes rechargee et reecrite a chaque connexion, et le
      *    meme code et le meme etat bloque valent aussi pour EX-GPT.
      *    Les deux magasins sont tenus par numero de carte.
          01 WS-SECU-OPERATION   PIC X(2).
          01 WS-SECU-CARTE       PIC 9(8).
          01 WS-SECU-CODE        PIC 9(4) VALUE 0.
          01 WS-SECU-VERROU.
              05 WS-SECU-TENTATIVES   PIC 9(4).
              05 WS-SECU-STATUT       PIC X.
          01 WS-SECU-RETOUR      PIC X(2).

      *    Champs passes a CARTE-REGISTRE (registre des cartes) : une
      *    carte perdue, volee, remplacee ou expiree est refusee avant
      *    toute saisie de code.
          01 WS-CRT-OPERATION    PIC X(2).
          01 WS-CRT-CARTE.
              COPY CARTEREC.
          01 WS-CRT-RETOUR       PIC X(2).

      *    Action passee a DATE-EXPLOIT : la date d'un verrouillage
      *    est la journee d'exploitation, pas l'horloge murale.
          01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.
              END-IF

              PERFORM LIRE-CONFIGURATION
              PERFORM DEMANDER-CARTE
              PERFORM LIRE-PIN-COMPTE
              IF WS-COMPTE-VALIDE = 'Y'
                 PERFORM LIRE-VERROU-COMPTE
              END-IF
            .

          DEMANDER-CARTE.
      *    Saisie numerique validee et reutilisable (SAISIE-NUM) : plus
      *    d'ACCEPT non verifie, un numero de carte non numerique
      *    redemande la saisie au lieu de corrompre silencieusement le
      *    champ. Une carte inconnue du registre, perdue, volee,
      *    remplacee ou expiree arrete la session ici.
              MOVE "Veuillez entrer votre numero de carte :"
                   TO WS-LIBELLE-SAISIE
              MOVE 1        TO WS-BORNE-MIN-SAISIE
              MOVE 99999999 TO WS-BORNE-MAX-SAISIE
              CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                   WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                   WS-VALEUR-SAISIE
              MOVE WS-VALEUR-SAISIE TO WS-CARTE
              MOVE SPACES   TO WS-CRT-CARTE
              MOVE WS-CARTE TO CAR-NUMERO
              MOVE "VC"     TO WS-CRT-OPERATION
              CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION
                   WS-CRT-CARTE WS-CRT-RETOUR
              IF WS-CRT-RETOUR = "00"
                 MOVE CAR-COMPTE TO WS-COMPTE
                 EXIT PARAGRAPH
              END-IF
              EVALUATE WS-CRT-RETOUR
                 WHEN "NT"
                    DISPLAY ANSI-ROUGE "CARTE INCONNUE" ANSI-RESET
                    MOVE "INCONNUE"  TO WS-EXC-CODE
                 WHEN "PE"
                    DISPLAY ANSI-ROUGE "CARTE DECLAREE PERDUE - "
                            "CONTACTEZ VOTRE BANQUE" ANSI-RESET
                    MOVE "PERDUE"    TO WS-EXC-CODE
                 WHEN "VO"
                    DISPLAY ANSI-ROUGE "CARTE DECLAREE VOLEE - "
                            "CONTACTEZ VOTRE BANQUE" ANSI-RESET
                    MOVE "VOLEE"     TO WS-EXC-CODE
                 WHEN "RM"
                    DISPLAY ANSI-ROUGE "CARTE REMPLACEE - UTILISEZ "
                            "VOTRE NOUVELLE CARTE" ANSI-RESET
                    MOVE "REMPLACEE" TO WS-EXC-CODE
                 WHEN "EX"
                    DISPLAY ANSI-ROUGE "CARTE EXPIREE - CONTACTEZ "
                            "VOTRE BANQUE" ANSI-RESET
                    MOVE "EXPIREE"   TO WS-EXC-CODE
                 WHEN OTHER
                    DISPLAY ANSI-ROUGE "Registre des cartes "
                            "indisponible : " WS-CRT-RETOUR ANSI-RESET
                    MOVE WS-CRT-RETOUR TO WS-EXC-CODE
              END-EVALUATE
              MOVE "DEMANDER-CARTE" TO WS-EXC-PARAGRAPHE
              CALL "EXCLOG" USING WS-EXC-PROGRAMME
                   WS-EXC-PARAGRAPHE WS-EXC-CODE
              MOVE 1 TO RETURN-CODE
              PERFORM LIBERER-VERROU-TRAITEMENT
              GOBACK
            .

          LIRE-PIN-COMPTE.
      *    Prepare la carte dans le magasin partage SECUPIN
      *    (empreintes.dat) : une carte inconnue recoit l'empreinte du
      *    code par defaut, au lieu de rester indefiniment
      *    inaccessible. Aucun code en clair ne revient ici -- la
      *    comparaison se fera par l'operation VP a la saisie.
              MOVE 'N' TO WS-COMPTE-VALIDE
              MOVE "LP"      TO WS-SECU-OPERATION
              MOVE WS-CARTE  TO WS-SECU-CARTE
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
              EVALUATE WS-SECU-RETOUR
                 WHEN "00"
                    MOVE 'Y'          TO WS-COMPTE-VALIDE
                 WHEN "NV"
                    MOVE 'Y'          TO WS-COMPTE-VALIDE
                    DISPLAY "Carte sans code - code par defaut "
                            "attribue"
                 WHEN OTHER
                    DISPLAY "Fichier des comptes indisponible : "
            .

          LIRE-VERROU-COMPTE.
      *    Retrouve (ou fait creer par SECUPIN) le verrou de la carte
      *    saisie, et recharge WS-TENTATIVES pour cette carte precise.
              MOVE "LV"      TO WS-SECU-OPERATION
              MOVE WS-CARTE  TO WS-SECU-CARTE
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
              IF WS-SECU-RETOUR NOT = "00" AND WS-SECU-RETOUR NOT = "NV"
                 DISPLAY ANSI-ROUGE "Magasin des verrous indisponible "
              MOVE WS-SECU-TENTATIVES   TO WS-TENTATIVES
              MOVE WS-SECU-DATE-VERROU  TO WS-DATE-VERROU
              MOVE WS-SECU-HEURE-VERROU TO WS-HEURE-VERROU

      *    Carte mise en opposition au deces du titulaire (statut 'D'
      *    pose par DECES-CLIENT) : ni saisie de code ni deblocage
      *    superviseur, et le verrou n'est pas reecrit -- le statut
      *    doit survivre a cette tentative.
              IF WS-SECU-STATUT = 'D'
                 DISPLAY ANSI-ROUGE "CARTE EN OPPOSITION - CONTACTEZ "
                         "VOTRE BANQUE" ANSI-RESET
                 MOVE "LIRE-VERROU" TO WS-EXC-PARAGRAPHE
                 MOVE "DECES"        TO WS-EXC-CODE
                 CALL "EXCLOG" USING WS-EXC-PROGRAMME
                      WS-EXC-PARAGRAPHE WS-EXC-CODE
                 MOVE 1 TO RETURN-CODE
                 PERFORM LIBERER-VERROU-TRAITEMENT
                 GOBACK
              END-IF

      *    Code parti sous pli (statut 'R' pose par PIN-COURRIER) :
      *    la carte reste inutilisable tant que le client n'a pas
      *    confirme la reception au guichet (PIN-GUICHET), et le
      *    verrou n'est pas reecrit.
              IF WS-SECU-STATUT = 'R'
                 DISPLAY ANSI-ROUGE "CARTE NON ACTIVEE - CONFIRMEZ LA "
                         "RECEPTION DE VOTRE CODE AU GUICHET"
                         ANSI-RESET
                 MOVE "LIRE-VERROU" TO WS-EXC-PARAGRAPHE
                 MOVE "RECEPTION"    TO WS-EXC-CODE
                 CALL "EXCLOG" USING WS-EXC-PROGRAMME
                      WS-EXC-PARAGRAPHE WS-EXC-CODE
                 MOVE 1 TO RETURN-CODE
                 PERFORM LIBERER-VERROU-TRAITEMENT
                 GOBACK
              END-IF
              MOVE WS-SECU-STATUT       TO WS-STATUT-COMPTE
              IF WS-STATUT-COMPTE NOT = 'A' AND
                 WS-STATUT-COMPTE NOT = 'B'
      *    contre empreinte -- le code de reference ne transite jamais
      *    en clair par ce programme.
              MOVE "VP"           TO WS-SECU-OPERATION
              MOVE WS-CARTE       TO WS-SECU-CARTE
              MOVE WS-CODE-SAISIE TO WS-SECU-CODE
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
            .

                 MOVE WS-CODE-CONFIRM TO WS-CODE-CONFIRM-NUM
                 IF WS-CODE-NOUVEAU-NUM = WS-CODE-CONFIRM-NUM
                    MOVE "EP"                TO WS-SECU-OPERATION
                    MOVE WS-CARTE            TO WS-SECU-CARTE
                    MOVE WS-CODE-NOUVEAU-NUM TO WS-SECU-CODE
                    CALL "SECUPIN" USING WS-SECU-OPERATION
                         WS-SECU-CARTE WS-SECU-CODE WS-SECU-VERROU
                         WS-SECU-RETOUR
                    EVALUATE WS-SECU-RETOUR
                       WHEN "00"
                 MOVE 'A' TO WS-STATUT-COMPTE
              END-IF
              MOVE "EV"            TO WS-SECU-OPERATION
              MOVE WS-CARTE        TO WS-SECU-CARTE
              MOVE WS-TENTATIVES   TO WS-SECU-TENTATIVES
              MOVE WS-ACCES-OK     TO WS-SECU-ACCES-OK
              MOVE WS-DATE-VERROU  TO WS-SECU-DATE-VERROU
              MOVE WS-HEURE-VERROU TO WS-SECU-HEURE-VERROU
              MOVE WS-STATUT-COMPTE TO WS-SECU-STATUT
              CALL "SECUPIN" USING WS-SECU-OPERATION WS-SECU-CARTE
                   WS-SECU-CODE WS-SECU-VERROU WS-SECU-RETOUR
              IF WS-SECU-RETOUR NOT = "00"
                 DISPLAY ANSI-ROUGE "Magasin des verrous indisponible "
