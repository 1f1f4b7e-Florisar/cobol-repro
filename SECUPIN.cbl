      *                  avec lecture/reecriture directe du seul
      *                  enregistrement concerne : plus de table de
      *                  100 comptes rechargee et reecrite en entier a
      *                  chaque connexion, plus de plafond, et une
      *                  carte n'a plus qu'un seul code et un seul
      *                  etat bloque/actif pour toute la boutique.
      *                  Les deux magasins sont tenus par numero de
      *                  carte (registre CARTE-REGISTRE) et non plus
      *                  par numero de compte : LK-CARTE porte le
      *                  numero de la carte presentee.
      *
      *                  Le code en clair n'est jamais stocke : seule
      *                  son empreinte a sens unique (salee par le
      *                  sel de l'enregistrement : numero de la
      *                  premiere carte, ou numero de compte pour les
      *                  codes anterieurs au registre des cartes, et
      *                  reporte tel quel sur les cartes de
      *                  remplacement) est conservee, et la
      *                  comparaison se fait sur l'empreinte -- un
      *                  fichier qui fuit ne livre plus de codes.
      *
      *                  Operations (LK-OPERATION) :
      *                    LP = preparer la carte (cree l'empreinte
      *                         du code par defaut si inconnu, retour
      *                         NV ; aucun code en clair ne sort)
      *                    VP = verifier le code LK-CODE de la carte
      *                         (retour OK, CH si le code est bon
      *                         mais doit etre change -- code par
      *                         defaut ou plus vieux que la duree de
      *                         code LK-CODE (retour RE si le code
      *                         reprend l'un des derniers codes
      *                         utilises)
      *                    LV = lire le verrou d'une carte (cree a
      *                         l'etat actif si inconnu, retour NV)
      *                    EV = ecrire le verrou d'une carte
      *                    ET = poser un code temporaire LK-CODE,
      *                         valable DUREE-PIN-TEMP-JOURS jours et
      *                         une seule connexion reussie, qui
      *                         enchaine sur le changement de code
      *                         obligatoire (retour CH)
      *                    EM = emettre sous pli le code LK-CODE tire
      *                         par PIN-COURRIER : son empreinte
      *                         devient le code courant (retour RE si
      *                         elle reprend l'un des derniers codes,
      *                         OP si la carte est en opposition) et
      *                         le verrou passe au statut 'R' -- carte
      *                         inutilisable jusqu'a la confirmation
      *                         de reception
      *                    RC = confirmer au guichet la reception du
      *                         pli : le statut 'R' repasse a 'A'
      *                         (retour NR si aucun pli n'attend)
      *                    RP = reporter sur la carte LK-CARTE, qui
      *                         vient d'etre emise en remplacement, le
      *                         code et le verrou de la carte qu'elle
      *                         remplace (CAR-ORIGINE au registre) --
      *                         le client garde son code (retour NO si
      *                         la carte ne remplace rien, OP si la
      *                         carte remplacee est en opposition, NV
      *                         si elle n'avait pas encore de code)
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ASSIGN TO "empreintes.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PIN-CARTE
              FILE STATUS IS WS-FS-PINS.

           SELECT VERROUS-FILE
              ASSIGN TO "verrous.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VER-CARTE
              FILE STATUS IS WS-FS-VERROUS.

       DATA DIVISION.
      *>   temporaire en cours (zero sinon) et sa date limite -- un
      *>   code temporaire ne sert qu'a UNE connexion reussie et
      *>   impose aussitot le changement de code.
      *>   PIN-SEL amorce l'empreinte : pose a la creation, il suit
      *>   le code quand il est reporte sur une carte de remplacement.
       FD PINS-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 PIN-REC.
           05 PIN-CARTE     PIC 9(8).
           05 PIN-EMPREINTE PIC 9(9).
           05 PIN-DATE-CHGT PIC 9(8).
           05 PIN-DEFAUT    PIC X.
           05 PIN-HIST-3    PIC 9(9).
           05 PIN-TEMP-EMPREINTE PIC 9(9).
           05 PIN-TEMP-FIN  PIC 9(8).
           05 PIN-SEL       PIC 9(8).

      *>   Statut du verrou : 'A' actif, 'B' bloque, 'D' opposition
      *>   (deces du titulaire), 'R' code parti sous pli et dont la
      *>   reception n'est pas encore confirmee au guichet.
       FD VERROUS-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01 VER-REC.
           05 VER-CARTE        PIC 9(8).
           05 VER-TENTATIVES   PIC 9(4).
           05 VER-ACCES-OK     PIC X.
           05 VER-DATE-VERROU  PIC 9(8).
       01 WS-JOUR-CHGT        PIC 9(7) VALUE 0.
       01 WS-JOURS-ECOULES    PIC S9(7) VALUE 0.

      *>   Code par defaut attribue a une carte inconnue du magasin
      *>   (cle CODE-PIN-DEFAUT du magasin central de parametres) : une
      *>   carte est utilisable des son premier passage, sans
      *>   pre-semer le fichier a la main.
       01 WS-CODE-PIN-DEFAUT  PIC 9(4) VALUE 2026.

      *>   Calcul de l'empreinte : melange a sens unique des quatre
      *>   chiffres du code, sale par PIN-SEL pour que deux clients
      *>   au meme code n'aient pas la meme empreinte.
       01 WS-SEL              PIC 9(8).
       01 WS-CODE-A-HACHER    PIC 9(4).
       01 WS-CODE-A-HACHER-X REDEFINES WS-CODE-A-HACHER PIC X(4).
       01 WS-HACH-TRAVAIL     PIC 9(18) COMP.
       01 WS-HACH-POS         PIC 9 COMP.
       01 WS-EMPREINTE        PIC 9(9).

      *>   Emission sous pli : le verrou de la carte existait-il deja
      *>   (REWRITE) ou est-il cree par l'emission (WRITE) ?
       01 WS-VERROU-EXISTE    PIC X(1) VALUE 'N'.

      *>   Report sur une carte de remplacement : carte d'origine lue
      *>   au registre, et son code et son verrou mis de cote.
       01 WS-CRT-OPERATION    PIC X(2).
       01 WS-CRT-CARTE.
           COPY CARTEREC.
       01 WS-CRT-RETOUR       PIC X(2).
       01 WS-PIN-REPORTE      PIC X(78).
       01 WS-VER-REPORTE      PIC X(30).
       01 WS-REPORT-CODE      PIC X(1).
       01 WS-REPORT-VERROU    PIC X(1).

       LINKAGE SECTION.
       01 LK-OPERATION PIC X(2).
       01 LK-CARTE     PIC 9(8).
       01 LK-CODE      PIC 9(4).
       01 LK-VERROU.
           05 LK-TENTATIVES   PIC 9(4).
           05 LK-DATE-VERROU  PIC 9(8).
           05 LK-HEURE-VERROU PIC 9(8).
           05 LK-STATUT       PIC X.
      *>   "00" servi, "NV" carte creee a l'instant, sinon le FILE
      *>   STATUS du magasin en echec.
       01 LK-RETOUR    PIC X(2).

       PROCEDURE DIVISION USING LK-OPERATION LK-CARTE LK-CODE
            LK-VERROU LK-RETOUR.
       MAIN-SECTION.
           MOVE "00" TO LK-RETOUR
           PERFORM LIRE-CONFIGURATION
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE LK-CARTE TO WS-SEL
           EVALUATE LK-OPERATION
               WHEN "LP"
                   PERFORM LIRE-CODE
                   PERFORM ECRIRE-VERROU
               WHEN "ET"
                   PERFORM POSER-CODE-TEMPORAIRE
               WHEN "EM"
                   PERFORM EMETTRE-CODE-SOUS-PLI
               WHEN "RC"
                   PERFORM CONFIRMER-RECEPTION
               WHEN "RP"
                   PERFORM REPORTER-CODE
               WHEN OTHER
                   MOVE "99" TO LK-RETOUR
           END-EVALUATE

       *>--------------------------------------------------------------
       LIRE-CODE.
      *>   "Preparer" la carte : garantit qu'une empreinte existe
      *>   (celle du code par defaut pour une carte inconnue) sans
      *>   jamais rendre de code en clair a l'appelant.
           PERFORM OUVRIR-PINS
           IF WS-FS-PINS NOT = "00"
               MOVE WS-FS-PINS TO LK-RETOUR
           ELSE
               MOVE LK-CARTE TO PIN-CARTE
               READ PINS-FILE
                   INVALID KEY
                       MOVE LK-CARTE TO PIN-CARTE
                       MOVE WS-CODE-PIN-DEFAUT TO WS-CODE-A-HACHER
                       PERFORM CALCULER-EMPREINTE
                       MOVE WS-EMPREINTE TO PIN-EMPREINTE
                       MOVE 0 TO PIN-HIST-3
                       MOVE 0 TO PIN-TEMP-EMPREINTE
                       MOVE 0 TO PIN-TEMP-FIN
                       MOVE WS-SEL TO PIN-SEL
                       WRITE PIN-REC
                       MOVE "NV" TO LK-RETOUR
                   NOT INVALID KEY
           IF WS-FS-PINS NOT = "00"
               MOVE WS-FS-PINS TO LK-RETOUR
           ELSE
               MOVE LK-CARTE TO PIN-CARTE
               READ PINS-FILE
                   INVALID KEY
                       MOVE "KO" TO LK-RETOUR
                   NOT INVALID KEY
                       MOVE PIN-SEL TO WS-SEL
                       MOVE LK-CODE TO WS-CODE-A-HACHER
                       PERFORM CALCULER-EMPREINTE
                       IF WS-EMPREINTE = PIN-EMPREINTE
           IF WS-FS-PINS NOT = "00"
               MOVE WS-FS-PINS TO LK-RETOUR
           ELSE
               MOVE LK-CARTE TO PIN-CARTE
               READ PINS-FILE
                   INVALID KEY
                       MOVE LK-CODE TO WS-CODE-A-HACHER
                       PERFORM CALCULER-EMPREINTE
                       MOVE LK-CARTE    TO PIN-CARTE
                       MOVE WS-SEL       TO PIN-SEL
                       MOVE WS-EMPREINTE TO PIN-EMPREINTE
                       MOVE WS-DATE-JOUR TO PIN-DATE-CHGT
                       MOVE 'N' TO PIN-DEFAUT
                       MOVE 0 TO PIN-TEMP-FIN
                       WRITE PIN-REC
                   NOT INVALID KEY
                       MOVE PIN-SEL TO WS-SEL
                       MOVE LK-CODE TO WS-CODE-A-HACHER
                       PERFORM CALCULER-EMPREINTE
                       IF WS-EMPREINTE = PIN-EMPREINTE OR
                          WS-EMPREINTE = PIN-HIST-1 OR
                          WS-EMPREINTE = PIN-HIST-2 OR
       *>--------------------------------------------------------------
       POSER-CODE-TEMPORAIRE.
      *>   Pose l'empreinte du code temporaire LK-CODE et sa date
      *>   limite (aujourd'hui plus DUREE-PIN-TEMP-JOURS) sur la
      *>   carte -- le code courant reste en place, le temporaire
      *>   s'y ajoute pour une seule connexion.
           PERFORM OUVRIR-PINS
           IF WS-FS-PINS NOT = "00"
               MOVE WS-FS-PINS TO LK-RETOUR
           ELSE
               COMPUTE WS-JOUR-TEMP-ENTIER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                   + WS-JOURS-TEMP
               MOVE LK-CARTE TO PIN-CARTE
               READ PINS-FILE
                   INVALID KEY
                       MOVE LK-CARTE TO PIN-CARTE
                       MOVE WS-SEL TO PIN-SEL
                       MOVE WS-CODE-PIN-DEFAUT TO WS-CODE-A-HACHER
                       PERFORM CALCULER-EMPREINTE
                       MOVE WS-EMPREINTE TO PIN-EMPREINTE
                           (WS-JOUR-TEMP-ENTIER)
                       WRITE PIN-REC
                   NOT INVALID KEY
                       MOVE PIN-SEL TO WS-SEL
                       MOVE LK-CODE TO WS-CODE-A-HACHER
                       PERFORM CALCULER-EMPREINTE
                       MOVE WS-EMPREINTE TO PIN-TEMP-EMPREINTE
                       COMPUTE PIN-TEMP-FIN = FUNCTION DATE-OF-INTEGER
                           (WS-JOUR-TEMP-ENTIER)
               CLOSE PINS-FILE
           END-IF.

       *>--------------------------------------------------------------
       EMETTRE-CODE-SOUS-PLI.
      *>   Le code tire par le lot des plis devient le code courant,
      *>   sans code par defaut ni changement impose : seul le client
      *>   le connait. Le verrou passe en meme temps au statut 'R',
      *>   compteur a zero -- EX-GPT et SECURITE-01 refusent la carte
      *>   tant que la reception n'est pas confirmee au guichet
      *>   (operation RC). Une carte en opposition ne recoit rien.
           PERFORM OUVRIR-VERROUS
           IF WS-FS-VERROUS NOT = "00"
               MOVE WS-FS-VERROUS TO LK-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE LK-CARTE TO VER-CARTE
           READ VERROUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VERROU-EXISTE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VERROU-EXISTE
           END-READ
           IF WS-VERROU-EXISTE = 'Y' AND VER-STATUT = 'D'
               MOVE "OP" TO LK-RETOUR
               CLOSE VERROUS-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM OUVRIR-PINS
           IF WS-FS-PINS NOT = "00"
               MOVE WS-FS-PINS TO LK-RETOUR
               CLOSE VERROUS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-CARTE TO PIN-CARTE
           READ PINS-FILE
               INVALID KEY
                   MOVE LK-CODE TO WS-CODE-A-HACHER
                   PERFORM CALCULER-EMPREINTE
                   MOVE LK-CARTE TO PIN-CARTE
                   MOVE WS-SEL TO PIN-SEL
                   MOVE 0 TO PIN-HIST-1
                   MOVE 0 TO PIN-HIST-2
                   MOVE 0 TO PIN-HIST-3
                   PERFORM POSER-CODE-EMIS
                   WRITE PIN-REC
               NOT INVALID KEY
                   MOVE PIN-SEL TO WS-SEL
                   MOVE LK-CODE TO WS-CODE-A-HACHER
                   PERFORM CALCULER-EMPREINTE
                   IF WS-EMPREINTE = PIN-EMPREINTE OR
                      WS-EMPREINTE = PIN-HIST-1 OR
                      WS-EMPREINTE = PIN-HIST-2 OR
                      WS-EMPREINTE = PIN-HIST-3
                       MOVE "RE" TO LK-RETOUR
                   ELSE
                       MOVE PIN-HIST-2    TO PIN-HIST-3
                       MOVE PIN-HIST-1    TO PIN-HIST-2
                       MOVE PIN-EMPREINTE TO PIN-HIST-1
                       PERFORM POSER-CODE-EMIS
                       REWRITE PIN-REC
                   END-IF
           END-READ
           IF WS-FS-PINS NOT = "00"
               MOVE WS-FS-PINS TO LK-RETOUR
           END-IF
           CLOSE PINS-FILE
           IF LK-RETOUR NOT = "00"
               CLOSE VERROUS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LK-CARTE TO VER-CARTE
           MOVE 0   TO VER-TENTATIVES
           MOVE 'N' TO VER-ACCES-OK
           MOVE 0   TO VER-DATE-VERROU
           MOVE 0   TO VER-HEURE-VERROU
           MOVE 'R' TO VER-STATUT
           IF WS-VERROU-EXISTE = 'Y'
               REWRITE VER-REC
           ELSE
               WRITE VER-REC
           END-IF
           IF WS-FS-VERROUS NOT = "00"
               MOVE WS-FS-VERROUS TO LK-RETOUR
           END-IF
           CLOSE VERROUS-FILE.

       *>--------------------------------------------------------------
       POSER-CODE-EMIS.
           MOVE WS-EMPREINTE TO PIN-EMPREINTE
           MOVE WS-DATE-JOUR TO PIN-DATE-CHGT
           MOVE 'N' TO PIN-DEFAUT
           MOVE 0 TO PIN-TEMP-EMPREINTE
           MOVE 0 TO PIN-TEMP-FIN.

       *>--------------------------------------------------------------
       CONFIRMER-RECEPTION.
      *>   Le client a presente sa piece au guichet avec le pli recu :
      *>   la carte redevient active. Rien ne change si aucun pli
      *>   n'attend (retour NR).
           PERFORM OUVRIR-VERROUS
           IF WS-FS-VERROUS NOT = "00"
               MOVE WS-FS-VERROUS TO LK-RETOUR
           ELSE
               MOVE LK-CARTE TO VER-CARTE
               READ VERROUS-FILE
                   INVALID KEY
                       MOVE "NR" TO LK-RETOUR
                   NOT INVALID KEY
                       IF VER-STATUT = 'R'
                           MOVE 0   TO VER-TENTATIVES
                           MOVE 'A' TO VER-STATUT
                           REWRITE VER-REC
                           IF WS-FS-VERROUS NOT = "00"
                               MOVE WS-FS-VERROUS TO LK-RETOUR
                           END-IF
                       ELSE
                           MOVE "NR" TO LK-RETOUR
                       END-IF
               END-READ
               CLOSE VERROUS-FILE
           END-IF.

       *>--------------------------------------------------------------
       REPORTER-CODE.
      *>   La carte de remplacement reprend l'enregistrement de code de
      *>   la carte remplacee tel quel (empreinte, historique, date de
      *>   changement, sel) : le client garde le code qu'il connait.
      *>   Le verrou suit aussi -- un blocage ou un pli en attente
      *>   n'est pas efface par un simple changement de carte. Une
      *>   carte remplacee en opposition ne transmet rien.
           MOVE "LC" TO WS-CRT-OPERATION
           MOVE LK-CARTE TO CAR-NUMERO
           CALL "CARTE-REGISTRE" USING WS-CRT-OPERATION WS-CRT-CARTE
                WS-CRT-RETOUR
           IF WS-CRT-RETOUR NOT = "00" OR CAR-ORIGINE = 0
               MOVE "NO" TO LK-RETOUR
               EXIT PARAGRAPH
           END-IF

           PERFORM OUVRIR-VERROUS
           IF WS-FS-VERROUS NOT = "00"
               MOVE WS-FS-VERROUS TO LK-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE CAR-ORIGINE TO VER-CARTE
           READ VERROUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REPORT-VERROU
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REPORT-VERROU
                   MOVE VER-REC TO WS-VER-REPORTE
           END-READ
           IF WS-REPORT-VERROU = 'Y' AND VER-STATUT = 'D'
               MOVE "OP" TO LK-RETOUR
               CLOSE VERROUS-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM OUVRIR-PINS
           IF WS-FS-PINS NOT = "00"
               MOVE WS-FS-PINS TO LK-RETOUR
               CLOSE VERROUS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CAR-ORIGINE TO PIN-CARTE
           READ PINS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REPORT-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REPORT-CODE
                   MOVE PIN-REC TO WS-PIN-REPORTE
           END-READ
           IF WS-REPORT-CODE = 'Y'
               MOVE WS-PIN-REPORTE TO PIN-REC
               MOVE LK-CARTE TO PIN-CARTE
               WRITE PIN-REC
                   INVALID KEY
                       REWRITE PIN-REC
                       END-REWRITE
               END-WRITE
               IF WS-FS-PINS NOT = "00"
                   MOVE WS-FS-PINS TO LK-RETOUR
               END-IF
           ELSE
               MOVE "NV" TO LK-RETOUR
           END-IF
           CLOSE PINS-FILE

           IF WS-REPORT-VERROU = 'Y'
               MOVE WS-VER-REPORTE TO VER-REC
               MOVE LK-CARTE TO VER-CARTE
               WRITE VER-REC
                   INVALID KEY
                       REWRITE VER-REC
                       END-REWRITE
               END-WRITE
               IF WS-FS-VERROUS NOT = "00" AND LK-RETOUR = "00"
                   MOVE WS-FS-VERROUS TO LK-RETOUR
               END-IF
           END-IF
           CLOSE VERROUS-FILE.

       *>--------------------------------------------------------------
       CALCULER-EMPREINTE.
      *>   Quatre chiffres passes dans un melange multiplicatif
      *>   modulo un grand premier, amorce par le sel WS-SEL --
      *>   impossible de remonter au code depuis l'empreinte, et la
      *>   meme entree redonne toujours la meme empreinte.
           COMPUTE WS-HACH-TRAVAIL = WS-SEL * 2717 + 104729
           PERFORM VARYING WS-HACH-POS FROM 1 BY 1
                    UNTIL WS-HACH-POS > 4
               MOVE WS-CODE-A-HACHER-X (WS-HACH-POS:1)
           IF WS-FS-VERROUS NOT = "00"
               MOVE WS-FS-VERROUS TO LK-RETOUR
           ELSE
               MOVE LK-CARTE TO VER-CARTE
               READ VERROUS-FILE
                   INVALID KEY
                       MOVE LK-CARTE TO VER-CARTE
                       MOVE 0   TO VER-TENTATIVES
                       MOVE 'N' TO VER-ACCES-OK
                       MOVE 0   TO VER-DATE-VERROU
           IF WS-FS-VERROUS NOT = "00"
               MOVE WS-FS-VERROUS TO LK-RETOUR
           ELSE
               MOVE LK-CARTE TO VER-CARTE
               READ VERROUS-FILE
                   INVALID KEY
                       MOVE LK-CARTE        TO VER-CARTE
                       MOVE LK-TENTATIVES    TO VER-TENTATIVES
                       MOVE LK-ACCES-OK      TO VER-ACCES-OK
                       MOVE LK-DATE-VERROU   TO VER-DATE-VERROU
