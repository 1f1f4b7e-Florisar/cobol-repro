      * Auteur         : Gregory Charbonneau
      * Date           : 26/01/2026
      * Description    : Maintenance du fichier clients (ajout,
      *                  modification, suppression logique). Un
      *                  nouveau client proche d'une entree de la
      *                  liste de surveillance n'est pas cree : il
      *                  attend la conformite (CRIBLAGE / FILTRAGE)
      *                  et n'est cree qu'une fois libere, a
      *                  l'ouverture suivante de l'ecran. La
      *                  revision periodique du dossier (piece
      *                  d'identite, prochaine echeance de revision)
      *                  se fait ici aussi. Chaque client est rattache
      *                  a une agence ; un operateur guichet ne voit et
      *                  ne touche que les clients de la sienne. Un
      *                  changement d'adresse, de telephone, de
      *                  segment ou de statut (suppression) n'est pas
      *                  applique ici : il part avec ses valeurs avant
      *                  et apres dans modifications_attente.txt, et
      *                  n'est applique qu'une fois approuve par un
      *                  second operateur (APPROB-CLIENTS).
      *----------------------------------------------------------------


              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ID-CTL.

      *>   File de filtrage tenue par CRIBLAGE et FILTRAGE : les
      *>   creations au guichet liberees par la conformite y sont
      *>   reprises puis marquees 'T'.
              SELECT FILTRAGE-FILE
              ASSIGN TO "filtrage_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE.

              SELECT FILTRAGE-TRV-FILE
              ASSIGN TO "filtrage_attente.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE-TRV.

      *>   File des changements sensibles en attente du second
      *>   regard, videe par APPROB-CLIENTS.
              SELECT MODIF-ATTENTE-FILE
              ASSIGN TO "modifications_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MODIF-ATTENTE.

          DATA DIVISION.
          FILE SECTION.
          FD CLIENT-FILE.
          01 LIGNE-SORTIE PIC X(220).

          FD ID-CONTROL-FILE.
          01 LIGNE-ID-CTL PIC 9(5).

          FD FILTRAGE-FILE.
          01 FLT-REC.
              COPY FILTREC.

          FD FILTRAGE-TRV-FILE.
          01 FILTRAGE-TRV-LIGNE PIC X(328).

      *>   "ID|CHAMP|AVANT|APRES|DEMANDEUR|AAAAMMJJ-HHMMSSCC", CHAMP
      *>   parmi RUE, VILLE, CODE-POSTAL, TELEPHONE, SEGMENT, STATUT.
          FD MODIF-ATTENTE-FILE.
          01 MODIF-ATTENTE-LIGNE PIC X(120).


          WORKING-STORAGE SECTION.
          01 WS-FS-CLIENT-FILE PIC XX.
          01 WS-MESSAGE-DE-FIN PIC X(20) VALUE "AU REVOIR".
          01 WS-ID-CHAR PIC X(5).
          01 WS-ID PIC 9(5) VALUE 1.
          01 LIGNE-CLIENT PIC X(220).
          01 WS-DATE-NAISSANCE PIC X(10) VALUE SPACES.
      *>   Bloc adresse et contact, saisi avec l'identite depuis
      *>   l'allongement de l'enregistrement client (copybook
      *>   'E' entreprise) : choisit le bareme de taux et de frais
      *>   applique par INTERET et FRAIS-MENSUELS (baremes.txt).
          01 WS-SEGMENT        PIC X(1)  VALUE 'S'.
      *>   Exoneration de la retenue a la source sur interets : 'O'
      *>   sur justificatif (dispense), 'N' sinon.
          01 WS-EXONERE        PIC X(1)  VALUE 'N'.
      *>   Piece d'identite presentee ('C' carte d'identite, 'P'
      *>   passeport, 'S' titre de sejour), numero et expiration
      *>   AAAAMMJJ, et prochaine revision du dossier qui en decoule
      *>   (voir CLIENTREC).
          01 WS-PIECE-TYPE       PIC X(1)  VALUE SPACES.
          01 WS-PIECE-NUMERO     PIC X(15) VALUE SPACES.
          01 WS-PIECE-EXPIRATION PIC X(8)  VALUE SPACES.
          01 WS-REVISION         PIC X(8)  VALUE SPACES.
          01 WS-PIECE-DATE       PIC X(10) VALUE SPACES.
      *>   Agence de rattachement du client (trois chiffres) : celle
      *>   de l'operateur a la creation ; un superviseur peut en
      *>   designer une autre.
          01 WS-AGENCE           PIC X(3)  VALUE SPACES.
          01 WS-SOLDE-SAISIE   PIC X(12) VALUE SPACES.
          01 WS-SOLDE-ENTIER   PIC 9(7) VALUE 0.
          01 WS-SOLDE-DECIMAL  PIC 9(2) VALUE 0.
      *>   la valeur.
          01 WS-SOLDE-NEGATIF  PIC X(1) VALUE 'N'.
          01 WS-SOLDE-TRAVAIL  PIC X(12).
          01 WS-SOLDE-CREATION PIC S9(7)V99 VALUE 0.

      *>   Table en memoire des clients, chargee depuis client.txt et
      *>   reecrite en totalite apres ajout/modification/suppression.
          01 WS-NB-MODIFS       PIC 9(3) VALUE 0.
          01 WS-NB-SUPPRESSIONS PIC 9(3) VALUE 0.
          01 WS-NB-INTROUVABLES PIC 9(3) VALUE 0.
          01 WS-NB-REVISIONS    PIC 9(3) VALUE 0.
          01 WS-SOLDE-AFFICHE PIC -ZZZZZZ9.99.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) : une
      *    date future, cas d'une date de naissance.
          01 WS-FUTUR-INTERDIT    PIC X(1) VALUE 'O'.

      *    Periodicite de revision des dossiers en mois, lue dans
      *    parametres.txt par LIRE-PARAM (KYC-MOIS-REVISION, et
      *    KYC-MOIS-REVISION-E pour le segment entreprise, plus
      *    risque) ; les valeurs ci-dessous restent si les cles sont
      *    absentes.
          01 WS-MOIS-REVISION     PIC 9(3) VALUE 36.
          01 WS-MOIS-REVISION-E   PIC 9(3) VALUE 12.
          01 WS-MOIS-A-AJOUTER    PIC 9(3) VALUE 0.
          01 WS-PRM-CLE           PIC X(20).
          01 WS-PRM-VALEUR        PIC X(20).
          01 WS-PRM-VALEUR-NUM    PIC 9(9).
          01 WS-PRM-TROUVE        PIC X(1).
          01 WS-PRM-NUMERIQUE     PIC X(1).

      *    Journee d'exploitation (DATE-EXPLOIT) : point de depart de
      *    la prochaine revision et borne de validite de la piece.
          01 WS-DEX-ACTION        PIC X(1) VALUE 'L'.
          01 WS-DATE-JOUR         PIC 9(8) VALUE 0.
          01 WS-DATE-CALCUL.
              05 WS-CALC-ANNEE    PIC 9(4).
              05 WS-CALC-MOIS     PIC 9(2).
              05 WS-CALC-JOUR     PIC 9(2).
          01 WS-CALC-RANG-MOIS    PIC 9(5) VALUE 0.

      *    Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *    partage) : deux postes ne doivent pas reecrire les memes
      *    fichiers en meme temps.
          01 WS-HIS-CHAMP        PIC X(12).
          01 WS-HIS-AVANT        PIC X(60).
          01 WS-HIS-APRES        PIC X(60).

      *    Champs passes a CRIBLAGE (liste de surveillance) : la
      *    fiche saisie part en attente, sous la forme
      *    "NOM|PRENOM|DATE|SOLDE|RUE|VILLE|CP|TEL|SEGMENT|EXONERE|
      *    PIECE|NUMERO|EXPIRATION|REVISION|AGENCE", si
      *    l'identite ressemble a une entree de la liste.
          01 WS-CRB-ORIGINE      PIC X(1) VALUE 'G'.
          01 WS-CRB-NOM          PIC X(40).
          01 WS-CRB-PRENOM       PIC X(20).
          01 WS-CRB-NAISSANCE    PIC X(10).
          01 WS-CRB-DONNEES      PIC X(200).
          01 WS-CRB-SUSPECT      PIC X(1).
          01 WS-CRB-NUMERO       PIC X(10).
          01 WS-FS-FILTRAGE      PIC XX.
          01 WS-FS-FILTRAGE-TRV  PIC XX.
          01 WS-NB-REPRIS        PIC 9(3) VALUE 0.
          01 WS-NB-EN-FILTRAGE   PIC 9(3) VALUE 0.

      *    Operateur de la session, son role et son agence
      *    (AGENCE-OPERATEUR) : un operateur guichet ne touche qu'aux
      *    clients de son agence, un superviseur a toutes. Une fiche
      *    sans agence releve de l'agence par defaut (AGENCE-DEFAUT).
          01 WS-AGO-OPERATEUR    PIC X(8).
          01 WS-AGO-ROLE         PIC X(1).
          01 WS-AGO-AGENCE       PIC X(3).
          01 WS-AGENCE-DEFAUT    PIC 9(3) VALUE 1.
          01 WS-AGENCE-CLIENT    PIC X(3).
          01 WS-AGENCE-SAISIE    PIC 9(3) VALUE 0.

      *    Changement sensible mis en attente du second regard : le
      *    champ, ses valeurs avant et apres, l'operateur qui le
      *    demande et l'heure de la demande.
          01 WS-FS-MODIF-ATTENTE PIC XX.
          01 WS-DEM-CHAMP        PIC X(12).
          01 WS-DEM-AVANT        PIC X(30).
          01 WS-DEM-APRES        PIC X(30).
          01 WS-DEM-DATE         PIC 9(8).
          01 WS-DEM-HEURE        PIC 9(8).
          01 WS-NB-DEM-CLIENT    PIC 9(2) VALUE 0.
          01 WS-NB-EN-VALIDATION PIC 9(3) VALUE 0.
      *----------------------------------------------------------------


              END-IF

              PERFORM LIRE-ID-CONTROLE
              PERFORM LIRE-CONFIGURATION-KYC
              PERFORM LIRE-AGENCE-SESSION
              PERFORM CHARGER-CLIENTS
              PERFORM REPRENDRE-CLIENTS-LIBERES
              PERFORM AFFICHER-CLIENTS-EXISTANTS
              PERFORM INITIALISATION
              PERFORM SAUVEGARDER-CLIENTS
              PERFORM ECRIRE-ID-CONTROLE
              IF WS-NB-REPRIS > 0
                 PERFORM RECOPIER-FILE-FILTRAGE
              END-IF
              PERFORM MESSAGE-DE-FIN

              MOVE 'L' TO WS-VRT-ACTION
              CLOSE ID-CONTROL-FILE
            END-IF.

          LIRE-CONFIGURATION-KYC.
            CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
            MOVE "KYC-MOIS-REVISION" TO WS-PRM-CLE
            CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                 WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
            IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
               AND WS-PRM-VALEUR-NUM > 0
               MOVE WS-PRM-VALEUR-NUM TO WS-MOIS-REVISION
            END-IF
            MOVE "KYC-MOIS-REVISION-E" TO WS-PRM-CLE
            CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                 WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
            IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
               AND WS-PRM-VALEUR-NUM > 0
               MOVE WS-PRM-VALEUR-NUM TO WS-MOIS-REVISION-E
            END-IF.

          LIRE-AGENCE-SESSION.
            CALL "AGENCE-OPERATEUR" USING WS-AGO-OPERATEUR
                 WS-AGO-ROLE WS-AGO-AGENCE
            MOVE "AGENCE-DEFAUT" TO WS-PRM-CLE
            CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                 WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
            IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
               AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 1000
               MOVE WS-PRM-VALEUR-NUM TO WS-AGENCE-DEFAUT
            END-IF.

          ECRIRE-ID-CONTROLE.
            MOVE WS-ID TO LIGNE-ID-CTL
            OPEN OUTPUT ID-CONTROL-FILE
                  MOVE SPACES TO CLI-TELEPHONE (WS-NB-CLIENTS)
                  MOVE SPACES TO CLI-DATE-SUPPR (WS-NB-CLIENTS)
                  MOVE 'S'    TO CLI-SEGMENT (WS-NB-CLIENTS)
                  MOVE 'N'    TO CLI-EXONERE (WS-NB-CLIENTS)
                  MOVE SPACES TO CLI-PIECE-TYPE (WS-NB-CLIENTS)
                  MOVE SPACES TO CLI-PIECE-NUMERO (WS-NB-CLIENTS)
                  MOVE SPACES TO CLI-PIECE-EXPIRE (WS-NB-CLIENTS)
                  MOVE SPACES TO CLI-REVISION (WS-NB-CLIENTS)
                  MOVE SPACES TO CLI-AGENCE (WS-NB-CLIENTS)
                  MOVE SPACES TO CLI-RETOUR-PLI (WS-NB-CLIENTS)
                  UNSTRING LIGNE-SORTIE DELIMITED BY "|"
                      INTO CLI-ID (WS-NB-CLIENTS)
                           CLI-NOM (WS-NB-CLIENTS)
                           CLI-TELEPHONE (WS-NB-CLIENTS)
                           CLI-DATE-SUPPR (WS-NB-CLIENTS)
                           CLI-SEGMENT (WS-NB-CLIENTS)
                           CLI-EXONERE (WS-NB-CLIENTS)
                           CLI-PIECE-TYPE (WS-NB-CLIENTS)
                           CLI-PIECE-NUMERO (WS-NB-CLIENTS)
                           CLI-PIECE-EXPIRE (WS-NB-CLIENTS)
                           CLI-REVISION (WS-NB-CLIENTS)
                           CLI-AGENCE (WS-NB-CLIENTS)
                           CLI-RETOUR-PLI (WS-NB-CLIENTS)
                  END-UNSTRING
      *>         Une ligne d'avant la segmentation laisse le segment
      *>         a SPACES : le client est repute standard.
                     AND CLI-SEGMENT (WS-NB-CLIENTS) NOT = 'E'
                     MOVE 'S' TO CLI-SEGMENT (WS-NB-CLIENTS)
                  END-IF
      *>         Sans indicateur (ligne plus ancienne), le client est
      *>         soumis a la retenue.
                  IF CLI-EXONERE (WS-NB-CLIENTS) NOT = 'O'
                     MOVE 'N' TO CLI-EXONERE (WS-NB-CLIENTS)
                  END-IF
      *>         WS-SOLDE-TEXTE porte le solde avec son point decimal
      *>         litteral ; on le reeclate en partie entiere / decimale
      *>         numeriques (comme dans MAJ-SOLDE) plutot que de le
                           0 - CLI-SOLDE (WS-NB-CLIENTS)
                    END-IF
                  END-IF
      *>         'F' : client decede (DECES-CLIENT), conserve tel
      *>         quel -- la fiche n'est plus modifiable au guichet.
                  IF CLI-STATUT (WS-NB-CLIENTS) NOT = 'A'
                     AND CLI-STATUT (WS-NB-CLIENTS) NOT = 'D'
                     AND CLI-STATUT (WS-NB-CLIENTS) NOT = 'F'
                     MOVE 'A' TO CLI-STATUT (WS-NB-CLIENTS)
                  END-IF
                ELSE
                       CLI-DATE-SUPPR (WS-IDX) DELIMITED BY SIZE
                       "|"                   DELIMITED BY SIZE
                       CLI-SEGMENT (WS-IDX)  DELIMITED BY SIZE
                       "|"                   DELIMITED BY SIZE
                       CLI-EXONERE (WS-IDX)  DELIMITED BY SIZE
                       "|"                   DELIMITED BY SIZE
                       CLI-PIECE-TYPE (WS-IDX) DELIMITED BY SIZE
                       "|"                   DELIMITED BY SIZE
                       CLI-PIECE-NUMERO (WS-IDX) DELIMITED BY SIZE
                       "|"                   DELIMITED BY SIZE
                       CLI-PIECE-EXPIRE (WS-IDX)
                                             DELIMITED BY SIZE
                       "|"                   DELIMITED BY SIZE
                       CLI-REVISION (WS-IDX) DELIMITED BY SIZE
                       "|"                   DELIMITED BY SIZE
                       CLI-AGENCE (WS-IDX)   DELIMITED BY SIZE
                       "|"                   DELIMITED BY SIZE
                       CLI-RETOUR-PLI (WS-IDX)
                                             DELIMITED BY SIZE
                       INTO LIGNE-CLIENT
                END-STRING
                MOVE LIGNE-CLIENT TO LIGNE-SORTIE
              DISPLAY "1 = Ajouter un client"
              DISPLAY "2 = Modifier un client"
              DISPLAY "3 = Supprimer un client"
              DISPLAY "4 = Revision du dossier (piece d'identite)"
              DISPLAY "Veuillez choisir une option :"
              ACCEPT WS-CHOIX

                  PERFORM MODIFIER-CLIENT
                WHEN '3'
                  PERFORM SUPPRIMER-CLIENT
                WHEN '4'
                  PERFORM REVISER-CLIENT
                WHEN OTHER
                  DISPLAY "Option invalide"
              END-EVALUATE
                PERFORM SAISIR-SOLDE
                PERFORM SAISIR-ADRESSE
                PERFORM SAISIR-SEGMENT
                PERFORM SAISIR-EXONERATION
                PERFORM SAISIR-PIECE-IDENTITE
                PERFORM CALCULER-PROCHAINE-REVISION
                MOVE SPACES TO WS-AGENCE
                PERFORM SAISIR-AGENCE

                COMPUTE WS-SOLDE-CREATION =
                    WS-SOLDE-ENTIER + (WS-SOLDE-DECIMAL / 100)
                IF WS-SOLDE-NEGATIF = 'Y'
                   COMPUTE WS-SOLDE-CREATION = 0 - WS-SOLDE-CREATION
                END-IF

                PERFORM FILTRER-NOUVEAU-CLIENT
                IF WS-CRB-SUSPECT = 'Y'
                   ADD 1 TO WS-NB-EN-FILTRAGE
                   DISPLAY "Identite proche de la liste de "
                           "surveillance -- client NON cree"
                   DISPLAY "Dossier " WS-CRB-NUMERO " en attente de "
                           "la conformite (ecran FILTRAGE)"
                ELSE
                   PERFORM CREER-CLIENT-TABLE
                END-IF
             ELSE
                DISPLAY "Table pleine (200 clients) -- client refusé"
             END-IF.

          FILTRER-NOUVEAU-CLIENT.
            MOVE WS-SOLDE-CREATION TO WS-SOLDE-EDIT
            MOVE SPACES TO WS-CRB-DONNEES
            STRING FUNCTION TRIM (WS-NOM)         DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM (WS-PRENOM)      DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-DATE-NAISSANCE              DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM (WS-SOLDE-EDIT)  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM (WS-RUE)         DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM (WS-VILLE)       DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CODE-POSTAL) DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM (WS-TELEPHONE)   DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-SEGMENT                     DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-EXONERE                     DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-PIECE-TYPE                  DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   FUNCTION TRIM (WS-PIECE-NUMERO) DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-PIECE-EXPIRATION            DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-REVISION                    DELIMITED BY SIZE
                   "|"                            DELIMITED BY SIZE
                   WS-AGENCE                      DELIMITED BY SIZE
                   INTO WS-CRB-DONNEES
            END-STRING
            MOVE WS-NOM            TO WS-CRB-NOM
            MOVE WS-PRENOM         TO WS-CRB-PRENOM
            MOVE WS-DATE-NAISSANCE TO WS-CRB-NAISSANCE
            CALL "CRIBLAGE" USING WS-CRB-ORIGINE WS-CRB-NOM
                 WS-CRB-PRENOM WS-CRB-NAISSANCE WS-CRB-DONNEES
                 WS-CRB-SUSPECT WS-CRB-NUMERO.

          CREER-CLIENT-TABLE.
      *>   Cree dans la table le client decrit par WS-NOM ... WS-SEGMENT
      *>   et WS-SOLDE-CREATION, sous l'identifiant WS-ID, et journalise
      *>   la creation.
            ADD 1 TO WS-NB-CLIENTS
            MOVE WS-ID             TO CLI-ID (WS-NB-CLIENTS)
            MOVE WS-NOM            TO CLI-NOM (WS-NB-CLIENTS)
            MOVE WS-PRENOM         TO CLI-PRENOM (WS-NB-CLIENTS)
            MOVE WS-DATE-NAISSANCE TO
                 CLI-DATE-NAISSANCE (WS-NB-CLIENTS)
            MOVE WS-RUE         TO CLI-RUE (WS-NB-CLIENTS)
            MOVE WS-VILLE       TO CLI-VILLE (WS-NB-CLIENTS)
            MOVE WS-CODE-POSTAL TO
                 CLI-CODE-POSTAL (WS-NB-CLIENTS)
            MOVE WS-TELEPHONE   TO CLI-TELEPHONE (WS-NB-CLIENTS)
            MOVE SPACES         TO CLI-DATE-SUPPR (WS-NB-CLIENTS)
            MOVE WS-SEGMENT     TO CLI-SEGMENT (WS-NB-CLIENTS)
            MOVE WS-EXONERE     TO CLI-EXONERE (WS-NB-CLIENTS)
            MOVE WS-PIECE-TYPE  TO CLI-PIECE-TYPE (WS-NB-CLIENTS)
            MOVE WS-PIECE-NUMERO TO CLI-PIECE-NUMERO (WS-NB-CLIENTS)
            MOVE WS-PIECE-EXPIRATION TO
                 CLI-PIECE-EXPIRE (WS-NB-CLIENTS)
            MOVE WS-REVISION    TO CLI-REVISION (WS-NB-CLIENTS)
            MOVE WS-AGENCE      TO CLI-AGENCE (WS-NB-CLIENTS)
            MOVE SPACES TO CLI-RETOUR-PLI (WS-NB-CLIENTS)
            MOVE WS-SOLDE-CREATION TO CLI-SOLDE (WS-NB-CLIENTS)
            MOVE 'A'        TO CLI-STATUT (WS-NB-CLIENTS)

            MOVE WS-ID TO WS-HIS-ID
            MOVE "CREATION" TO WS-HIS-CHAMP
            MOVE SPACES TO WS-HIS-AVANT
            MOVE SPACES TO WS-HIS-APRES
            STRING FUNCTION TRIM (WS-NOM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM (WS-PRENOM) DELIMITED BY SIZE
                   INTO WS-HIS-APRES
            END-STRING
            PERFORM JOURNALISER-CHAMP

            DISPLAY "Client ajouté : " WS-ID " " WS-NOM " "
                    WS-PRENOM

            ADD 1 TO WS-ID
            ADD 1 TO WS-NB-AJOUTS.

          REPRENDRE-CLIENTS-LIBERES.
      *>   Les creations au guichet liberees par la conformite
      *>   (origine 'G', etat 'L' dans filtrage_attente.txt) entrent
      *>   dans la table sans nouveau filtrage et sont marquees 'T'
      *>   dans la copie de travail de la file ; la file n'est
      *>   reecrite qu'apres la sauvegarde de client.txt
      *>   (RECOPIER-FILE-FILTRAGE), pour qu'un arret entre les deux
      *>   ne perde pas de client.
            MOVE 0 TO WS-NB-REPRIS
            OPEN INPUT FILTRAGE-FILE
            IF WS-FS-FILTRAGE NOT = "00"
               EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT FILTRAGE-TRV-FILE
            READ FILTRAGE-FILE
              AT END
                MOVE "10" TO WS-FS-FILTRAGE
            END-READ
            PERFORM UNTIL WS-FS-FILTRAGE = "10"
              IF FLT-ORIGINE = 'G' AND FLT-ETAT = 'L'
                 IF WS-NB-CLIENTS < 200
                    PERFORM CREER-CLIENT-LIBERE
                 ELSE
                    DISPLAY "Table pleine (200 clients) -- dossier "
                            FLT-NUMERO " repris plus tard"
                 END-IF
              END-IF
              MOVE FLT-REC TO FILTRAGE-TRV-LIGNE
              WRITE FILTRAGE-TRV-LIGNE
              READ FILTRAGE-FILE
                AT END
                  MOVE "10" TO WS-FS-FILTRAGE
              END-READ
            END-PERFORM
            CLOSE FILTRAGE-FILE
            CLOSE FILTRAGE-TRV-FILE.

          CREER-CLIENT-LIBERE.
            MOVE SPACES TO WS-NOM WS-PRENOM WS-DATE-NAISSANCE
            MOVE SPACES TO WS-SOLDE-TEXTE WS-RUE WS-VILLE
            MOVE SPACES TO WS-CODE-POSTAL WS-TELEPHONE WS-SEGMENT
            MOVE SPACES TO WS-EXONERE WS-PIECE-TYPE WS-PIECE-NUMERO
            MOVE SPACES TO WS-PIECE-EXPIRATION WS-REVISION WS-AGENCE
            UNSTRING FLT-DONNEES DELIMITED BY "|"
                INTO WS-NOM WS-PRENOM WS-DATE-NAISSANCE
                     WS-SOLDE-TEXTE WS-RUE WS-VILLE WS-CODE-POSTAL
                     WS-TELEPHONE WS-SEGMENT WS-EXONERE
                     WS-PIECE-TYPE WS-PIECE-NUMERO
                     WS-PIECE-EXPIRATION WS-REVISION WS-AGENCE
            END-UNSTRING
            MOVE 0 TO WS-SOLDE-CREATION
            IF FUNCTION TEST-NUMVAL (WS-SOLDE-TEXTE) = 0
               COMPUTE WS-SOLDE-CREATION =
                   FUNCTION NUMVAL (WS-SOLDE-TEXTE)
            END-IF
            IF WS-SEGMENT NOT = 'J' AND WS-SEGMENT NOT = 'E'
               MOVE 'S' TO WS-SEGMENT
            END-IF
            IF WS-EXONERE NOT = 'O'
               MOVE 'N' TO WS-EXONERE
            END-IF
      *>   Un dossier mis en attente avant les agences n'en porte
      *>   pas : le client est rattache a l'agence de l'operateur qui
      *>   le reprend.
            IF WS-AGENCE IS NOT NUMERIC
               MOVE WS-AGO-AGENCE TO WS-AGENCE
            END-IF
            PERFORM CREER-CLIENT-TABLE
            MOVE 'T' TO FLT-ETAT
            ADD 1 TO WS-NB-REPRIS
            DISPLAY "Dossier " FLT-NUMERO " libere par la conformite".

          RECOPIER-FILE-FILTRAGE.
            OPEN OUTPUT FILTRAGE-FILE
            OPEN INPUT FILTRAGE-TRV-FILE
            READ FILTRAGE-TRV-FILE
              AT END
                MOVE "10" TO WS-FS-FILTRAGE-TRV
            END-READ
            PERFORM UNTIL WS-FS-FILTRAGE-TRV = "10"
              MOVE FILTRAGE-TRV-LIGNE TO FLT-REC
              WRITE FLT-REC
              READ FILTRAGE-TRV-FILE
                AT END
                  MOVE "10" TO WS-FS-FILTRAGE-TRV
              END-READ
            END-PERFORM
            CLOSE FILTRAGE-TRV-FILE
            CLOSE FILTRAGE-FILE.

          MODIFIER-CLIENT.
      *>   Saisie numerique validee et reutilisable (SAISIE-NUM) au
      *>   lieu d'un ACCEPT non verifie.
                 TO WS-LIBELLE-SAISIE
            MOVE 0     TO WS-BORNE-MIN-SAISIE
            MOVE 99999 TO WS-BORNE-MAX-SAISIE
            CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                 WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                 WS-VALEUR-SAISIE
            MOVE WS-VALEUR-SAISIE TO WS-ID-RECHERCHE
            IF WS-TROUVE = 'Y'
              PERFORM SAISIR-NOM
              PERFORM SAISIR-PRENOM
              IF CLI-RETOUR-PLI (WS-POSITION) = 'R'
                 DISPLAY "Courrier revenu de l'imprimeur a cette "
                         "adresse -- a corriger"
              END-IF
              PERFORM SAISIR-ADRESSE
              PERFORM SAISIR-SEGMENT
              PERFORM SAISIR-EXONERATION
              PERFORM RAPPROCHER-REVISION
              MOVE CLI-AGENCE (WS-POSITION) TO WS-AGENCE
              IF WS-AGO-ROLE = 'S'
                 IF WS-AGENCE IS NOT NUMERIC
                    MOVE WS-AGENCE-DEFAUT TO WS-AGENCE
                 END-IF
                 PERFORM SAISIR-AGENCE
              END-IF
              PERFORM JOURNALISER-MODIFICATIONS
              PERFORM PARQUER-CHANGEMENTS
              MOVE WS-NOM         TO CLI-NOM (WS-POSITION)
              MOVE WS-PRENOM      TO CLI-PRENOM (WS-POSITION)
              MOVE WS-EXONERE     TO CLI-EXONERE (WS-POSITION)
              MOVE WS-REVISION    TO CLI-REVISION (WS-POSITION)
              MOVE WS-AGENCE      TO CLI-AGENCE (WS-POSITION)
              DISPLAY "Client " WS-ID-RECHERCHE " mis a jour"
              IF WS-NB-DEM-CLIENT > 0
                 DISPLAY "Adresse, telephone ou segment : "
                         "applique apres approbation d'un second "
                         "operateur (APPROB-CLIENTS)"
              END-IF
              ADD 1 TO WS-NB-MODIFS
            ELSE
              DISPLAY "Client " WS-ID-RECHERCHE " introuvable"
                 TO WS-LIBELLE-SAISIE
            MOVE 0     TO WS-BORNE-MIN-SAISIE
            MOVE 99999 TO WS-BORNE-MAX-SAISIE
            CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                 WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                 WS-VALEUR-SAISIE
            MOVE WS-VALEUR-SAISIE TO WS-ID-RECHERCHE
            PERFORM RECHERCHER-CLIENT

            IF WS-TROUVE = 'Y'
      *>      Le passage au statut 'D' attend le second regard :
      *>      APPROB-CLIENTS le pose, avec la date de suppression qui
      *>      fait courir la retention avant archivage.
              MOVE "STATUT" TO WS-DEM-CHAMP
              MOVE CLI-STATUT (WS-POSITION) TO WS-DEM-AVANT
              MOVE "D" TO WS-DEM-APRES
              PERFORM DEMANDER-VALIDATION
              DISPLAY "Suppression du client " WS-ID-RECHERCHE
                      " en attente d'approbation (APPROB-CLIENTS)"
              ADD 1 TO WS-NB-SUPPRESSIONS
            ELSE
              DISPLAY "Client " WS-ID-RECHERCHE " introuvable"
          JOURNALISER-MODIFICATIONS.
      *>   Avant que MODIFIER-CLIENT ne recopie les saisies, chaque
      *>   champ qui change laisse sa ligne avant/apres dans
      *>   l'historique du maitre (HISTO-CLIENT). Adresse, telephone
      *>   et segment n'y passent pas : ils attendent le second
      *>   regard (PARQUER-CHANGEMENTS), et c'est APPROB-CLIENTS qui
      *>   les journalise en les appliquant.
            MOVE WS-ID-RECHERCHE TO WS-HIS-ID
            IF CLI-NOM (WS-POSITION) NOT = WS-NOM
               MOVE "NOM" TO WS-HIS-CHAMP
               MOVE WS-PRENOM TO WS-HIS-APRES
               PERFORM JOURNALISER-CHAMP
            END-IF
            IF CLI-EXONERE (WS-POSITION) NOT = WS-EXONERE
               MOVE "EXONERATION" TO WS-HIS-CHAMP
               MOVE CLI-EXONERE (WS-POSITION) TO WS-HIS-AVANT
               MOVE WS-EXONERE TO WS-HIS-APRES
               PERFORM JOURNALISER-CHAMP
            END-IF
            IF CLI-REVISION (WS-POSITION) NOT = WS-REVISION
               MOVE "REVISION" TO WS-HIS-CHAMP
               MOVE CLI-REVISION (WS-POSITION) TO WS-HIS-AVANT
               MOVE WS-REVISION TO WS-HIS-APRES
               PERFORM JOURNALISER-CHAMP
            END-IF
            IF CLI-AGENCE (WS-POSITION) NOT = WS-AGENCE
               MOVE "AGENCE" TO WS-HIS-CHAMP
               MOVE CLI-AGENCE (WS-POSITION) TO WS-HIS-AVANT
               MOVE WS-AGENCE TO WS-HIS-APRES
               PERFORM JOURNALISER-CHAMP
            END-IF.

          PARQUER-CHANGEMENTS.
      *>   Adresse, telephone et segment : le changement saisi part
      *>   dans la file du second regard au lieu d'etre applique --
      *>   une adresse changee suivie d'un envoi de code confidentiel
      *>   est le schema classique de la prise de controle d'un
      *>   compte.
            MOVE 0 TO WS-NB-DEM-CLIENT
            IF CLI-RUE (WS-POSITION) NOT = WS-RUE
               MOVE "RUE" TO WS-DEM-CHAMP
               MOVE CLI-RUE (WS-POSITION) TO WS-DEM-AVANT
               MOVE WS-RUE TO WS-DEM-APRES
               PERFORM DEMANDER-VALIDATION
            END-IF
            IF CLI-VILLE (WS-POSITION) NOT = WS-VILLE
               MOVE "VILLE" TO WS-DEM-CHAMP
               MOVE CLI-VILLE (WS-POSITION) TO WS-DEM-AVANT
               MOVE WS-VILLE TO WS-DEM-APRES
               PERFORM DEMANDER-VALIDATION
            END-IF
            IF CLI-CODE-POSTAL (WS-POSITION) NOT = WS-CODE-POSTAL
               MOVE "CODE-POSTAL" TO WS-DEM-CHAMP
               MOVE CLI-CODE-POSTAL (WS-POSITION) TO WS-DEM-AVANT
               MOVE WS-CODE-POSTAL TO WS-DEM-APRES
               PERFORM DEMANDER-VALIDATION
            END-IF
            IF CLI-TELEPHONE (WS-POSITION) NOT = WS-TELEPHONE
               MOVE "TELEPHONE" TO WS-DEM-CHAMP
               MOVE CLI-TELEPHONE (WS-POSITION) TO WS-DEM-AVANT
               MOVE WS-TELEPHONE TO WS-DEM-APRES
               PERFORM DEMANDER-VALIDATION
            END-IF
            IF CLI-SEGMENT (WS-POSITION) NOT = WS-SEGMENT
               MOVE "SEGMENT" TO WS-DEM-CHAMP
               MOVE CLI-SEGMENT (WS-POSITION) TO WS-DEM-AVANT
               MOVE WS-SEGMENT TO WS-DEM-APRES
               PERFORM DEMANDER-VALIDATION
            END-IF.

          DEMANDER-VALIDATION.
      *>   Une ligne par champ change, ajoutee a la file avec
      *>   l'operateur qui la demande : il ne pourra pas l'approuver
      *>   lui-meme.
            ACCEPT WS-DEM-DATE FROM DATE YYYYMMDD
            ACCEPT WS-DEM-HEURE FROM TIME
            MOVE WS-ID-RECHERCHE TO WS-ID-CHAR
            MOVE SPACES TO MODIF-ATTENTE-LIGNE
            STRING WS-ID-CHAR                  DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   FUNCTION TRIM (WS-DEM-CHAMP) DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   FUNCTION TRIM (WS-DEM-AVANT) DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   FUNCTION TRIM (WS-DEM-APRES) DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   FUNCTION TRIM (WS-AGO-OPERATEUR)
                                               DELIMITED BY SIZE
                   "|"                         DELIMITED BY SIZE
                   WS-DEM-DATE                 DELIMITED BY SIZE
                   "-"                         DELIMITED BY SIZE
                   WS-DEM-HEURE                DELIMITED BY SIZE
                   INTO MODIF-ATTENTE-LIGNE
            END-STRING
            OPEN INPUT MODIF-ATTENTE-FILE
            IF WS-FS-MODIF-ATTENTE = "00"
               CLOSE MODIF-ATTENTE-FILE
               OPEN EXTEND MODIF-ATTENTE-FILE
            ELSE
               OPEN OUTPUT MODIF-ATTENTE-FILE
            END-IF
            WRITE MODIF-ATTENTE-LIGNE
            CLOSE MODIF-ATTENTE-FILE
            DISPLAY "  " FUNCTION TRIM (WS-DEM-CHAMP) " : "
                    FUNCTION TRIM (WS-DEM-AVANT) " -> "
                    FUNCTION TRIM (WS-DEM-APRES)
                    " en attente du second regard"
            ADD 1 TO WS-NB-DEM-CLIENT
            ADD 1 TO WS-NB-EN-VALIDATION.

          REVISER-CLIENT.
      *>   Revision periodique du dossier : le guichet revoit la piece
      *>   d'identite du client, la ressaisit (nouvelle piece ou meme
      *>   piece) et la prochaine revision repart de la journee
      *>   d'exploitation. C'est cette trace qui leve le refus des
      *>   debits pose par MAJ-SOLDE sur un dossier echu.
            MOVE "Identifiant du client a reviser :"
                 TO WS-LIBELLE-SAISIE
            MOVE 0     TO WS-BORNE-MIN-SAISIE
            MOVE 99999 TO WS-BORNE-MAX-SAISIE
            CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                 WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                 WS-VALEUR-SAISIE
            MOVE WS-VALEUR-SAISIE TO WS-ID-RECHERCHE
            PERFORM RECHERCHER-CLIENT

            IF WS-TROUVE = 'Y'
              DISPLAY "Piece au dossier : "
                      CLI-PIECE-TYPE (WS-POSITION) " "
                      CLI-PIECE-NUMERO (WS-POSITION)
                      " expire le "
                      CLI-PIECE-EXPIRE (WS-POSITION)
              DISPLAY "Revision prevue le : "
                      CLI-REVISION (WS-POSITION)
              MOVE CLI-SEGMENT (WS-POSITION) TO WS-SEGMENT
              PERFORM SAISIR-PIECE-IDENTITE
              PERFORM CALCULER-PROCHAINE-REVISION
              PERFORM JOURNALISER-REVISION
              MOVE WS-PIECE-TYPE   TO CLI-PIECE-TYPE (WS-POSITION)
              MOVE WS-PIECE-NUMERO TO CLI-PIECE-NUMERO (WS-POSITION)
              MOVE WS-PIECE-EXPIRATION TO
                   CLI-PIECE-EXPIRE (WS-POSITION)
              MOVE WS-REVISION     TO CLI-REVISION (WS-POSITION)
              DISPLAY "Client " WS-ID-RECHERCHE
                      " revise -- prochaine revision le " WS-REVISION
              ADD 1 TO WS-NB-REVISIONS
            ELSE
              DISPLAY "Client " WS-ID-RECHERCHE " introuvable"
              MOVE "REVISER-CLIENT" TO WS-EXC-PARAGRAPHE
              MOVE "INTROUVABLE"    TO WS-EXC-CODE
              CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                   WS-EXC-CODE
              ADD 1 TO WS-NB-INTROUVABLES
            END-IF.

          JOURNALISER-REVISION.
      *>   La revision laisse toujours sa ligne REVISION, meme si la
      *>   date ne bouge pas (deux revisions le meme jour) : c'est la
      *>   preuve que le dossier a ete revu.
            MOVE WS-ID-RECHERCHE TO WS-HIS-ID
            IF CLI-PIECE-TYPE (WS-POSITION) NOT = WS-PIECE-TYPE
               MOVE "PIECE-TYPE" TO WS-HIS-CHAMP
               MOVE CLI-PIECE-TYPE (WS-POSITION) TO WS-HIS-AVANT
               MOVE WS-PIECE-TYPE TO WS-HIS-APRES
               PERFORM JOURNALISER-CHAMP
            END-IF
            IF CLI-PIECE-NUMERO (WS-POSITION) NOT = WS-PIECE-NUMERO
               MOVE "PIECE-NUMERO" TO WS-HIS-CHAMP
               MOVE CLI-PIECE-NUMERO (WS-POSITION) TO WS-HIS-AVANT
               MOVE WS-PIECE-NUMERO TO WS-HIS-APRES
               PERFORM JOURNALISER-CHAMP
            END-IF
            IF CLI-PIECE-EXPIRE (WS-POSITION)
               NOT = WS-PIECE-EXPIRATION
               MOVE "PIECE-EXPIR" TO WS-HIS-CHAMP
               MOVE CLI-PIECE-EXPIRE (WS-POSITION) TO WS-HIS-AVANT
               MOVE WS-PIECE-EXPIRATION TO WS-HIS-APRES
               PERFORM JOURNALISER-CHAMP
            END-IF
            MOVE "REVISION" TO WS-HIS-CHAMP
            MOVE CLI-REVISION (WS-POSITION) TO WS-HIS-AVANT
            MOVE WS-REVISION TO WS-HIS-APRES
            PERFORM JOURNALISER-CHAMP.

          SAISIR-PIECE-IDENTITE.
      *>   Piece obligatoire a la creation comme a la revision : type
      *>   connu, numero non vide et sans "|", expiration qui n'est
      *>   pas deja passee.
            PERFORM SAISIR-PIECE-TYPE
            PERFORM SAISIR-PIECE-NUMERO
            PERFORM SAISIR-PIECE-EXPIRATION.

          SAISIR-PIECE-TYPE.
            MOVE ' ' TO WS-PIECE-TYPE
            PERFORM UNTIL WS-PIECE-TYPE = 'C' OR WS-PIECE-TYPE = 'P'
                     OR WS-PIECE-TYPE = 'S'
              DISPLAY "Piece d'identite (C = carte d'identite, "
                      "P = passeport, S = titre de sejour) :"
              MOVE SPACES TO WS-PIECE-TYPE
              ACCEPT WS-PIECE-TYPE
              IF WS-PIECE-TYPE NOT = 'C' AND WS-PIECE-TYPE NOT = 'P'
                 AND WS-PIECE-TYPE NOT = 'S'
                 DISPLAY "Type de piece inconnu -- veuillez ressaisir"
              END-IF
            END-PERFORM.

          SAISIR-PIECE-NUMERO.
            MOVE SPACES TO WS-PIECE-NUMERO
            MOVE 1 TO WS-NB-PIPES
            PERFORM UNTIL WS-PIECE-NUMERO NOT = SPACES
                     AND WS-NB-PIPES = 0
              DISPLAY "Numero de la piece :"
              MOVE SPACES TO WS-PIECE-NUMERO
              ACCEPT WS-PIECE-NUMERO
              MOVE 0 TO WS-NB-PIPES
              INSPECT WS-PIECE-NUMERO TALLYING WS-NB-PIPES
                      FOR ALL "|"
              IF WS-PIECE-NUMERO = SPACES
                 DISPLAY "Le numero ne peut pas etre vide"
              END-IF
              IF WS-NB-PIPES > 0
                 DISPLAY "Le numero ne peut pas contenir le |"
              END-IF
            END-PERFORM.

          SAISIR-PIECE-EXPIRATION.
      *>   Date saisie AAAA-MM-JJ par SAISIE-DATE (date future
      *>   permise), conservee AAAAMMJJ comme les autres dates de la
      *>   fiche ; une piece deja expiree ne peut pas servir.
            MOVE SPACES TO WS-PIECE-EXPIRATION
            PERFORM UNTIL WS-PIECE-EXPIRATION NOT = SPACES
              MOVE "Date d'expiration de la piece (AAAA-MM-JJ) :"
                   TO WS-LIBELLE-SAISIE
              MOVE 'N' TO WS-FUTUR-INTERDIT
              CALL "SAISIE-DATE" USING WS-LIBELLE-SAISIE
                   WS-FUTUR-INTERDIT WS-PIECE-DATE
              STRING WS-PIECE-DATE (1:4) DELIMITED BY SIZE
                     WS-PIECE-DATE (6:2) DELIMITED BY SIZE
                     WS-PIECE-DATE (9:2) DELIMITED BY SIZE
                     INTO WS-PIECE-EXPIRATION
              END-STRING
              IF WS-PIECE-EXPIRATION < WS-DATE-JOUR
                 DISPLAY "Piece expiree -- une piece en cours de "
                         "validite est exigee"
                 MOVE SPACES TO WS-PIECE-EXPIRATION
              END-IF
            END-PERFORM.

          CALCULER-PROCHAINE-REVISION.
      *>   Prochaine revision = journee d'exploitation + la
      *>   periodicite du segment de WS-SEGMENT, en mois entiers ; le
      *>   jour est ramene au 28 au-dela, pour tomber sur une date
      *>   qui existe quel que soit le mois d'arrivee.
            IF WS-SEGMENT = 'E'
               MOVE WS-MOIS-REVISION-E TO WS-MOIS-A-AJOUTER
            ELSE
               MOVE WS-MOIS-REVISION   TO WS-MOIS-A-AJOUTER
            END-IF
            MOVE WS-DATE-JOUR TO WS-DATE-CALCUL
            COMPUTE WS-CALC-RANG-MOIS =
                WS-CALC-ANNEE * 12 + WS-CALC-MOIS - 1
              + WS-MOIS-A-AJOUTER
            COMPUTE WS-CALC-ANNEE = WS-CALC-RANG-MOIS / 12
            COMPUTE WS-CALC-MOIS =
                FUNCTION MOD (WS-CALC-RANG-MOIS, 12) + 1
            IF WS-CALC-JOUR > 28
               MOVE 28 TO WS-CALC-JOUR
            END-IF
            MOVE WS-DATE-CALCUL TO WS-REVISION.

          RAPPROCHER-REVISION.
      *>   Un client qui passe au segment entreprise doit etre revu
      *>   plus tot : si la periodicite du nouveau segment tombe
      *>   avant la revision prevue, celle-ci est avancee. Elle n'est
      *>   jamais reculee ici -- seule une revision (option 4) la
      *>   repousse.
            MOVE CLI-REVISION (WS-POSITION) TO WS-REVISION
            IF WS-SEGMENT = CLI-SEGMENT (WS-POSITION)
               OR CLI-REVISION (WS-POSITION) = SPACES
               EXIT PARAGRAPH
            END-IF
            PERFORM CALCULER-PROCHAINE-REVISION
            IF CLI-REVISION (WS-POSITION) < WS-REVISION
               MOVE CLI-REVISION (WS-POSITION) TO WS-REVISION
            END-IF.

          JOURNALISER-CHAMP.
              END-IF
            END-PERFORM.

          SAISIR-EXONERATION.
      *>   Dispense de retenue a la source sur les interets crediteurs
      *>   (justificatif remis par le client) : une saisie vide vaut
      *>   'N', le client est alors soumis a la retenue.
            MOVE ' ' TO WS-EXONERE
            PERFORM UNTIL WS-EXONERE = 'O' OR WS-EXONERE = 'N'
              DISPLAY "Exonere de retenue a la source (O/N) :"
              MOVE SPACES TO WS-EXONERE
              ACCEPT WS-EXONERE
              IF WS-EXONERE = SPACES
                 MOVE 'N' TO WS-EXONERE
              END-IF
              IF WS-EXONERE NOT = 'O' AND WS-EXONERE NOT = 'N'
                 DISPLAY "Repondre O ou N -- veuillez ressaisir"
              END-IF
            END-PERFORM.

          RECHERCHER-CLIENT.
      *>   Recherche WS-ID-RECHERCHE parmi les clients actifs et
      *>   positionne WS-TROUVE / WS-POSITION en consequence.
                   MOVE 'Y' TO WS-TROUVE
                   MOVE WS-IDX TO WS-POSITION
                END-IF
            END-PERFORM
            IF WS-TROUVE = 'Y'
               PERFORM CONTROLER-AGENCE-CLIENT
            END-IF.

          CONTROLER-AGENCE-CLIENT.
      *>   Un operateur guichet ne touche qu'aux clients de sa propre
      *>   agence : un client d'une autre agence est traite comme
      *>   introuvable. Le superviseur, lui, passe partout.
            IF WS-AGO-ROLE = 'S' OR WS-AGO-OPERATEUR = SPACES
               EXIT PARAGRAPH
            END-IF
            MOVE CLI-AGENCE (WS-POSITION) TO WS-AGENCE-CLIENT
            IF WS-AGENCE-CLIENT IS NOT NUMERIC
               MOVE WS-AGENCE-DEFAUT TO WS-AGENCE-CLIENT
            END-IF
            IF WS-AGENCE-CLIENT NOT = WS-AGO-AGENCE
               DISPLAY "Client " WS-ID-RECHERCHE " rattache a "
                       "l'agence " WS-AGENCE-CLIENT
                       " -- hors de votre agence " WS-AGO-AGENCE
               MOVE 'N' TO WS-TROUVE
               MOVE 0   TO WS-POSITION
            END-IF.

          SAISIR-AGENCE.
      *>   L'agence de l'operateur par defaut ; un superviseur peut
      *>   rattacher le client a une autre agence (0 = garder
      *>   l'agence proposee).
            IF WS-AGENCE IS NOT NUMERIC
               MOVE WS-AGO-AGENCE TO WS-AGENCE
            END-IF
            IF WS-AGO-ROLE NOT = 'S'
               EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-LIBELLE-SAISIE
            STRING "Agence du client (0 = garder l'agence "
                       DELIMITED BY SIZE
                   WS-AGENCE DELIMITED BY SIZE
                   ") :" DELIMITED BY SIZE
                   INTO WS-LIBELLE-SAISIE
            END-STRING
            MOVE 0   TO WS-BORNE-MIN-SAISIE
            MOVE 999 TO WS-BORNE-MAX-SAISIE
            CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                 WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                 WS-VALEUR-SAISIE
            IF WS-VALEUR-SAISIE > 0
               MOVE WS-VALEUR-SAISIE TO WS-AGENCE-SAISIE
               MOVE WS-AGENCE-SAISIE TO WS-AGENCE
            END-IF.

          MESSAGE-DE-FIN.
      *>   Resume de la session avant de rendre la main, pour savoir
            DISPLAY WS-SEPARATEUR
            DISPLAY "RESUME DE LA SESSION"
            DISPLAY "Clients ajoutes      : " WS-NB-AJOUTS
            DISPLAY "  dont liberes       : " WS-NB-REPRIS
            DISPLAY "Retenus au filtrage  : " WS-NB-EN-FILTRAGE
            DISPLAY "Clients modifies     : " WS-NB-MODIFS
            DISPLAY "Clients a supprimer  : " WS-NB-SUPPRESSIONS
            DISPLAY "Changements a valider: " WS-NB-EN-VALIDATION
            DISPLAY "Dossiers revises     : " WS-NB-REVISIONS
            DISPLAY "Recherches en echec  : " WS-NB-INTROUVABLES
            DISPLAY WS-SEPARATEUR
            DISPLAY WS-MESSAGE-DE-FIN
