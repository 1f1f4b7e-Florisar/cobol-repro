       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTE-REGISTRE.

      *----------------------------------------------------------------
      * Nom du programme : CARTE-REGISTRE
      * Description    : Acces au registre des cartes (cartes.dat,
      *                  indexe sur le numero de carte, voir
      *                  CARTEREC), commun aux guichets, au
      *                  distributeur et aux lots -- meme patron
      *                  d'appel que SECUPIN. L'appelant passe un
      *                  enregistrement CARTEREC complet dans LK-CARTE
      *                  et le recoit rempli en retour.
      *
      *                  Operations (LK-OPERATION) :
      *                    LC = lire la carte CAR-NUMERO (retour NT si
      *                         elle est inconnue)
      *                    VC = lire la carte CAR-NUMERO et dire si
      *                         elle peut servir : retour 00, NT
      *                         inconnue, PE perdue, VO volee, RM
      *                         remplacee, EX expiree (statut 'E' ou
      *                         date d'expiration depassee)
      *                    NC = emettre une nouvelle carte sur le compte
      *                         CAR-COMPTE : numero pris dans la serie
      *                         cartes_control.txt, expiration a la fin
      *                         du mois de l'emission plus
      *                         DUREE-CARTE-MOIS mois, statut actif.
      *                         CAR-ORIGINE non nul designe la carte
      *                         remplacee : elle recoit le numero de la
      *                         nouvelle dans CAR-REMPLACANTE (son
      *                         statut ne change pas ici)
      *                    MS = poser le statut CAR-STATUT sur la carte
      *                         CAR-NUMERO, date du jour
      *                    PC = premiere carte du compte CAR-COMPTE
      *                         (tout le registre si CAR-COMPTE est a
      *                         zero), retour FN s'il n'y en a pas
      *                    SC = carte suivante de la meme lecture,
      *                         retour FN apres la derniere
      *                    FC = fermer le registre
      *                  Toute operation autre que SC interrompt une
      *                  lecture PC/SC en cours. Un retour autre que
      *                  ceux-ci est le FILE STATUS du registre.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTES-FILE
              ASSIGN TO "cartes.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAR-NUMERO
              FILE STATUS IS WS-FS-CARTES.

      *>   Serie des numeros de carte : meme principe que
      *>   compensation_control.txt.
           SELECT CARTE-CONTROL-FILE
              ASSIGN TO "cartes_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CARTE-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD CARTES-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01 CAR-REC.
           COPY CARTEREC.

       FD CARTE-CONTROL-FILE.
       01 LIGNE-CARTE-CTL PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-CARTES        PIC XX.
       01 WS-FS-CARTE-CTL     PIC XX.

      *>   Lecture PC/SC en cours : registre laisse ouvert entre deux
      *>   appels, compte suivi (zero pour tout le registre).
       01 WS-ETAT-REGISTRE    PIC X(1) VALUE 'N'.
       01 WS-COMPTE-SUIVI     PIC 9(5) VALUE 0.
       01 WS-LECTURE-FINIE    PIC X(1).

      *>   Enregistrement recu de l'appelant, garde a part : la lecture
      *>   du registre ecrase CAR-REC. VALIDER-CARTE y remet la carte
      *>   rendue par LIRE-CARTE pour la juger une fois le registre
      *>   ferme.
       01 WS-CARTE-DEMANDEE.
           05 WS-DEM-NUMERO      PIC 9(8).
           05 WS-DEM-COMPTE      PIC 9(5).
           05 WS-DEM-EMISSION    PIC 9(8).
           05 WS-DEM-EXPIRATION  PIC 9(8).
           05 WS-DEM-STATUT      PIC X(1).
           05 FILLER             PIC X(8).
           05 WS-DEM-ORIGINE     PIC 9(8).
           05 FILLER             PIC X(8).

      *>   Duree de validite d'une carte en mois (cle
      *>   DUREE-CARTE-MOIS du magasin central de parametres).
       01 WS-DUREE-CARTE      PIC 9(3) VALUE 36.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-JOUR-ANNEE      PIC 9(4).
           05 WS-JOUR-MOIS       PIC 9(2).
           05 WS-JOUR-JJ         PIC 9(2).
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Fin du mois d'expiration : premier jour du mois suivant,
      *>   moins un jour.
       01 WS-MOIS-TOTAL       PIC 9(6) VALUE 0.
       01 WS-EXP-ANNEE        PIC 9(4) VALUE 0.
       01 WS-EXP-MOIS         PIC 9(2) VALUE 0.
       01 WS-EXP-PREMIER      PIC 9(8) VALUE 0.
       01 WS-EXP-JOUR-ENTIER  PIC 9(7) VALUE 0.

      *>   Numero pris dans la serie ; un numero deja present au
      *>   registre (serie remise en place a la main) est saute.
       01 WS-NUMERO-CARTE     PIC 9(8) VALUE 0.
       01 WS-PREMIERE-CARTE   PIC 9(8) VALUE 40000000.
       01 WS-ESSAIS-NUMERO    PIC 9(3) VALUE 0.
       01 WS-CARTE-ECRITE     PIC X(1).

      *>   Champs passes a LIRE-PARAM (magasin central de parametres,
      *>   parametres.txt) : la valeur par defaut du programme reste
      *>   en place quand la cle est absente.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "CARTE-REGISTRE".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

       LINKAGE SECTION.
       01 LK-OPERATION PIC X(2).
      *>   Enregistrement CARTEREC de l'appelant.
       01 LK-CARTE     PIC X(54).
       01 LK-RETOUR    PIC X(2).

       PROCEDURE DIVISION USING LK-OPERATION LK-CARTE LK-RETOUR.
       MAIN-SECTION.
           MOVE "00" TO LK-RETOUR
           MOVE LK-CARTE TO WS-CARTE-DEMANDEE
           IF LK-OPERATION NOT = "SC"
               PERFORM FERMER-REGISTRE
           END-IF
           EVALUATE LK-OPERATION
               WHEN "LC"
                   PERFORM LIRE-CARTE
               WHEN "VC"
                   PERFORM VALIDER-CARTE
               WHEN "NC"
                   PERFORM EMETTRE-CARTE
               WHEN "MS"
                   PERFORM POSER-STATUT
               WHEN "PC"
                   PERFORM POSITIONNER-LECTURE
               WHEN "SC"
                   PERFORM LIRE-CARTE-SUIVANTE
               WHEN "FC"
                   CONTINUE
               WHEN OTHER
                   MOVE "99" TO LK-RETOUR
           END-EVALUATE
           GOBACK.

       *>--------------------------------------------------------------
       OUVRIR-REGISTRE.
      *>   Premiere execution : le registre n'existe pas encore, on le
      *>   cree vide avant de le rouvrir en mise a jour (meme
      *>   contournement du statut 35 que SECUPIN).
           OPEN I-O CARTES-FILE
           IF WS-FS-CARTES = "35"
               OPEN OUTPUT CARTES-FILE
               CLOSE CARTES-FILE
               OPEN I-O CARTES-FILE
           END-IF
           IF WS-FS-CARTES = "00"
               MOVE 'O' TO WS-ETAT-REGISTRE
           ELSE
               MOVE WS-FS-CARTES TO LK-RETOUR
               MOVE WS-FS-CARTES TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
           END-IF.

       *>--------------------------------------------------------------
       FERMER-REGISTRE.
           IF WS-ETAT-REGISTRE NOT = 'N'
               CLOSE CARTES-FILE
               MOVE 'N' TO WS-ETAT-REGISTRE
           END-IF.

       *>--------------------------------------------------------------
       LIRE-CARTE.
           MOVE "LIRE-CARTE" TO WS-EXC-PARAGRAPHE
           PERFORM OUVRIR-REGISTRE
           IF WS-ETAT-REGISTRE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEM-NUMERO TO CAR-NUMERO
           READ CARTES-FILE
               INVALID KEY
                   MOVE "NT" TO LK-RETOUR
               NOT INVALID KEY
                   MOVE CAR-REC TO LK-CARTE
           END-READ
           PERFORM FERMER-REGISTRE.

       *>--------------------------------------------------------------
       VALIDER-CARTE.
      *>   Une carte sert si elle est active et que la journee
      *>   d'exploitation n'a pas depasse sa date d'expiration ; une
      *>   carte active arrivee a expiration est refusee ici avant
      *>   meme que le lot mensuel ne la passe au statut 'E'.
           PERFORM LIRE-CARTE
           IF LK-RETOUR NOT = "00"
               EXIT PARAGRAPH
           END-IF
      *>   CAR-REC n'est plus lisible apres la fermeture du
      *>   registre : la carte se juge sur la copie rendue dans
      *>   LK-CARTE.
           MOVE LK-CARTE TO WS-CARTE-DEMANDEE
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           EVALUATE WS-DEM-STATUT
               WHEN 'P'
                   MOVE "PE" TO LK-RETOUR
               WHEN 'V'
                   MOVE "VO" TO LK-RETOUR
               WHEN 'R'
                   MOVE "RM" TO LK-RETOUR
               WHEN 'E'
                   MOVE "EX" TO LK-RETOUR
               WHEN OTHER
                   IF WS-DEM-EXPIRATION < WS-DATE-JOUR
                       MOVE "EX" TO LK-RETOUR
                   END-IF
           END-EVALUATE.

       *>--------------------------------------------------------------
       EMETTRE-CARTE.
           MOVE "EMETTRE-CARTE" TO WS-EXC-PARAGRAPHE
           PERFORM LIRE-DUREE-CARTE
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           PERFORM CALCULER-EXPIRATION
           PERFORM OUVRIR-REGISTRE
           IF WS-ETAT-REGISTRE = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CARTE-ECRITE
           MOVE 0 TO WS-ESSAIS-NUMERO
           PERFORM UNTIL WS-CARTE-ECRITE = 'Y'
                      OR WS-ESSAIS-NUMERO > 100
               ADD 1 TO WS-ESSAIS-NUMERO
               PERFORM PRENDRE-NUMERO-CARTE
               MOVE WS-NUMERO-CARTE TO CAR-NUMERO
               MOVE WS-DEM-COMPTE   TO CAR-COMPTE
               MOVE WS-DATE-JOUR    TO CAR-EMISSION
               COMPUTE CAR-EXPIRATION = FUNCTION DATE-OF-INTEGER
                   (WS-EXP-JOUR-ENTIER)
               MOVE 'A'             TO CAR-STATUT
               MOVE WS-DATE-JOUR    TO CAR-DATE-STATUT
               MOVE WS-DEM-ORIGINE  TO CAR-ORIGINE
               MOVE 0               TO CAR-REMPLACANTE
      *>       Copie rendue a l'appelant prise avant l'ecriture : la
      *>       zone d'enregistrement n'est plus sure apres WRITE.
               MOVE CAR-REC         TO LK-CARTE
               WRITE CAR-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CARTE-ECRITE
               END-WRITE
           END-PERFORM
           IF WS-CARTE-ECRITE NOT = 'Y'
               MOVE "NU" TO LK-RETOUR
               MOVE "NUMERO"  TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               PERFORM FERMER-REGISTRE
               EXIT PARAGRAPH
           END-IF

      *>   La carte remplacee garde son statut : l'appelant le pose
      *>   (perte, vol, remplacement immediat) ou le lot mensuel la
      *>   laisse servir jusqu'a son expiration.
           IF WS-DEM-ORIGINE NOT = 0
               MOVE WS-DEM-ORIGINE TO CAR-NUMERO
               READ CARTES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NUMERO-CARTE TO CAR-REMPLACANTE
                       REWRITE CAR-REC
               END-READ
           END-IF
           PERFORM FERMER-REGISTRE.

       *>--------------------------------------------------------------
       PRENDRE-NUMERO-CARTE.
           MOVE 0 TO WS-NUMERO-CARTE
           OPEN INPUT CARTE-CONTROL-FILE
           IF WS-FS-CARTE-CTL = "00"
               READ CARTE-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LIGNE-CARTE-CTL IS NUMERIC
                           MOVE LIGNE-CARTE-CTL TO WS-NUMERO-CARTE
                       END-IF
               END-READ
               CLOSE CARTE-CONTROL-FILE
           END-IF
           IF WS-NUMERO-CARTE < WS-PREMIERE-CARTE
               MOVE WS-PREMIERE-CARTE TO WS-NUMERO-CARTE
           END-IF
           ADD 1 TO WS-NUMERO-CARTE
           MOVE WS-NUMERO-CARTE TO LIGNE-CARTE-CTL
           OPEN OUTPUT CARTE-CONTROL-FILE
           WRITE LIGNE-CARTE-CTL
           CLOSE CARTE-CONTROL-FILE.

       *>--------------------------------------------------------------
       LIRE-DUREE-CARTE.
           MOVE "DUREE-CARTE-MOIS" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y' AND
              WS-PRM-VALEUR-NUM > 0
              MOVE WS-PRM-VALEUR-NUM TO WS-DUREE-CARTE
           END-IF.

       *>--------------------------------------------------------------
       CALCULER-EXPIRATION.
      *>   Mois de l'emission plus la duree, puis le mois d'apres : la
      *>   carte vaut jusqu'a la veille de son premier jour.
           COMPUTE WS-MOIS-TOTAL =
               WS-JOUR-ANNEE * 12 + WS-JOUR-MOIS - 1
               + WS-DUREE-CARTE + 1
           COMPUTE WS-EXP-ANNEE = WS-MOIS-TOTAL / 12
           COMPUTE WS-EXP-MOIS = FUNCTION MOD (WS-MOIS-TOTAL, 12) + 1
           COMPUTE WS-EXP-PREMIER =
               WS-EXP-ANNEE * 10000 + WS-EXP-MOIS * 100 + 1
           COMPUTE WS-EXP-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE (WS-EXP-PREMIER) - 1.

       *>--------------------------------------------------------------
       POSER-STATUT.
           MOVE "POSER-STATUT" TO WS-EXC-PARAGRAPHE
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           PERFORM OUVRIR-REGISTRE
           IF WS-ETAT-REGISTRE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEM-NUMERO TO CAR-NUMERO
           READ CARTES-FILE
               INVALID KEY
                   MOVE "NT" TO LK-RETOUR
               NOT INVALID KEY
                   MOVE WS-DEM-STATUT TO CAR-STATUT
                   MOVE WS-DATE-JOUR  TO CAR-DATE-STATUT
                   MOVE CAR-REC TO LK-CARTE
                   REWRITE CAR-REC
                   IF WS-FS-CARTES NOT = "00"
                       MOVE WS-FS-CARTES TO LK-RETOUR
                   END-IF
           END-READ
           PERFORM FERMER-REGISTRE.

       *>--------------------------------------------------------------
       POSITIONNER-LECTURE.
           MOVE "POSITIONNER-LECTURE" TO WS-EXC-PARAGRAPHE
           PERFORM OUVRIR-REGISTRE
           IF WS-ETAT-REGISTRE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEM-COMPTE TO WS-COMPTE-SUIVI
           MOVE 0 TO CAR-NUMERO
           START CARTES-FILE KEY IS NOT LESS THAN CAR-NUMERO
               INVALID KEY
                   MOVE "FN" TO LK-RETOUR
                   PERFORM FERMER-REGISTRE
                   EXIT PARAGRAPH
           END-START
           PERFORM LIRE-CARTE-SUIVANTE.

       *>--------------------------------------------------------------
       LIRE-CARTE-SUIVANTE.
      *>   Balayage du registre dans l'ordre des numeros, en ne rendant
      *>   que les cartes du compte suivi.
           IF WS-ETAT-REGISTRE = 'N'
               MOVE "FN" TO LK-RETOUR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LECTURE-FINIE
           PERFORM UNTIL WS-LECTURE-FINIE = 'Y'
               READ CARTES-FILE NEXT RECORD
                   AT END
                       MOVE "FN" TO LK-RETOUR
                       MOVE 'Y' TO WS-LECTURE-FINIE
                       PERFORM FERMER-REGISTRE
                   NOT AT END
                       IF WS-FS-CARTES NOT = "00"
                           MOVE WS-FS-CARTES TO LK-RETOUR
                           MOVE 'Y' TO WS-LECTURE-FINIE
                           PERFORM FERMER-REGISTRE
                       END-IF
                       IF WS-LECTURE-FINIE = 'N' AND
                          (WS-COMPTE-SUIVI = 0 OR
                           CAR-COMPTE = WS-COMPTE-SUIVI)
                           MOVE CAR-REC TO LK-CARTE
                           MOVE 'Y' TO WS-LECTURE-FINIE
                       END-IF
               END-READ
           END-PERFORM.
