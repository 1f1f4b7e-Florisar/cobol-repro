       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRE-AGENCES.

      *----------------------------------------------------------------
      * Nom du programme : MIGRE-AGENCES
      * Description    : Pose du code agence sur les fichiers
      *                  d'avant les agences -- chaque fiche de
      *                  client.txt recoit son dix-huitieme champ
      *                  AGENCE, chaque ligne du registre comptes.txt
      *                  un dernier champ agence (celle du titulaire,
      *                  lue par LIRE-AGENCE) et chaque operateur de
      *                  operateurs.txt son septieme champ. Une ligne
      *                  sans agence prend l'agence par defaut de
      *                  parametres.txt (cle AGENCE-DEFAUT). Chaque
      *                  fichier est d'abord copie tel quel dans
      *                  <nom>_avant_agences.txt, puis reecrit (meme
      *                  demarche que MIGRE-CLIENTS). Une ligne qui
      *                  porte deja son agence est recopiee sans
      *                  changement : relancer le traitement ne touche
      *                  a rien.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

           SELECT GUICHET-SURETE-FILE
              ASSIGN TO "client_avant_agences.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET-SUR.

           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

           SELECT COMPTES-SURETE-FILE
              ASSIGN TO "comptes_avant_agences.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES-SUR.

      *>   Le registre se complete par un fichier de travail :
      *>   LIRE-AGENCE relit comptes.txt pendant le passage, le
      *>   fichier ne peut donc etre recree qu'a la fin.
           SELECT COMPTES-TRV-FILE
              ASSIGN TO "comptes.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES-TRV.

           SELECT OPERATEURS-FILE
              ASSIGN TO "operateurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OPERATEURS.

           SELECT OPERATEURS-SURETE-FILE
              ASSIGN TO "operateurs_avant_agences.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OPER-SUR.

       DATA DIVISION.
       FILE SECTION.
       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD GUICHET-SURETE-FILE.
       01 GUICHET-SUR-LIGNE PIC X(220).

       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       FD COMPTES-SURETE-FILE.
       01 COMPTE-SUR-LIGNE PIC X(60).

       FD COMPTES-TRV-FILE.
       01 COMPTE-TRV-LIGNE PIC X(60).

       FD OPERATEURS-FILE.
       01 OPERATEUR-LIGNE PIC X(50).

       FD OPERATEURS-SURETE-FILE.
       01 OPERATEUR-SUR-LIGNE PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-FS-GUICHET-SUR   PIC XX.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-FS-COMPTES-SUR   PIC XX.
       01 WS-FS-COMPTES-TRV   PIC XX.
       01 WS-FS-OPERATEURS    PIC XX.
       01 WS-FS-OPER-SUR      PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

      *>   Compteurs par fichier : lignes relues, lignes completees.
       01 WS-NB-CLIENTS-LUS   PIC 9(5) VALUE 0.
       01 WS-NB-CLIENTS-MIG   PIC 9(5) VALUE 0.
       01 WS-NB-COMPTES-LUS   PIC 9(5) VALUE 0.
       01 WS-NB-COMPTES-MIG   PIC 9(5) VALUE 0.
       01 WS-NB-OPER-LUS      PIC 9(5) VALUE 0.
       01 WS-NB-OPER-MIG      PIC 9(5) VALUE 0.

      *>   Ligne en cours de completion : nombre de separateurs
      *>   attendus avant l'agence, separateurs trouves, longueur
      *>   utile et agence a poser.
       01 WS-LIGNE            PIC X(220).
       01 WS-LIGNE-LONG       PIC 9(3) COMP.
       01 WS-NB-BARRES        PIC 9(3) COMP.
       01 WS-NB-BARRES-VOULU  PIC 9(3) COMP.
       01 WS-POS-ECRITURE     PIC 9(3) COMP.
       01 WS-AGENCE-POSEE     PIC X(3).
       01 WS-LIGNE-MODIFIEE   PIC X(1).

      *>   Agence par defaut (LIRE-PARAM).
       01 WS-AGENCE-DEFAUT    PIC 9(3) VALUE 1.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Titulaire d'une ligne du registre et son agence
      *>   (LIRE-AGENCE).
       01 WS-REG-NUMERO-CHAR  PIC X(5).
       01 WS-REG-TIT-CHAR     PIC X(5).
       01 WS-AGE-COMPTE       PIC 9(5).
       01 WS-AGE-AGENCE       PIC X(3).
       01 WS-AGE-TROUVE       PIC X(1).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "MIGRE-AGENCES".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : deux postes ne doivent pas reecrire les memes
      *>   fichiers en meme temps.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "POSE DU CODE AGENCE SUR LES FICHIERS EXISTANTS"
           DISPLAY WS-SEPARATEUR

           MOVE "CLIENTS" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE 1 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LIRE-AGENCE-DEFAUT
           DISPLAY "Agence par defaut : " WS-AGENCE-DEFAUT

      *>   Les fiches clients d'abord : le registre des comptes prend
      *>   ensuite l'agence du titulaire sur sa fiche.
           PERFORM MIGRER-FICHES-CLIENTS
           PERFORM MIGRER-REGISTRE-COMPTES
           PERFORM MIGRER-OPERATEURS

           DISPLAY "Fiches client.txt    relues : " WS-NB-CLIENTS-LUS
                   "  completees : " WS-NB-CLIENTS-MIG
           DISPLAY "Lignes comptes.txt   relues : " WS-NB-COMPTES-LUS
                   "  completees : " WS-NB-COMPTES-MIG
           DISPLAY "Lignes operateurs    relues : " WS-NB-OPER-LUS
                   "  completees : " WS-NB-OPER-MIG
           DISPLAY WS-SEPARATEUR
           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-AGENCE-DEFAUT.
           MOVE 1 TO WS-AGENCE-DEFAUT
           MOVE "AGENCE-DEFAUT" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 1000
               MOVE WS-PRM-VALEUR-NUM TO WS-AGENCE-DEFAUT
           END-IF.

       *>--------------------------------------------------------------
       MIGRER-FICHES-CLIENTS.
      *>   Copie de surete, puis client.txt recree depuis la copie :
      *>   une fiche a moins de dix-sept separateurs est completee de
      *>   champs vides jusqu'a l'agence.
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               DISPLAY "client.txt absent -- aucune fiche a completer"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GUICHET-SURETE-FILE
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               MOVE GUICHET-LIGNE TO GUICHET-SUR-LIGNE
               WRITE GUICHET-SUR-LIGNE
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
           END-PERFORM
           CLOSE GUICHET-SURETE-FILE
           CLOSE GUICHET-FILE

           OPEN INPUT GUICHET-SURETE-FILE
           OPEN OUTPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               DISPLAY "Erreur recreation de client.txt : "
                       WS-FS-GUICHET " -- voir "
                       "client_avant_agences.txt"
               MOVE "MIGRER-FICHES" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-GUICHET    TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               CLOSE GUICHET-SURETE-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ GUICHET-SURETE-FILE
               AT END MOVE "10" TO WS-FS-GUICHET-SUR
           END-READ
           PERFORM UNTIL WS-FS-GUICHET-SUR = "10"
               MOVE GUICHET-SUR-LIGNE TO WS-LIGNE
               IF WS-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-CLIENTS-LUS
                   MOVE 17 TO WS-NB-BARRES-VOULU
                   MOVE WS-AGENCE-DEFAUT TO WS-AGENCE-POSEE
                   PERFORM COMPLETER-LIGNE
                   IF WS-LIGNE-MODIFIEE = 'Y'
                       ADD 1 TO WS-NB-CLIENTS-MIG
                   END-IF
               END-IF
               MOVE WS-LIGNE TO GUICHET-LIGNE
               WRITE GUICHET-LIGNE
               READ GUICHET-SURETE-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET-SUR
               END-READ
           END-PERFORM
           CLOSE GUICHET-FILE
           CLOSE GUICHET-SURETE-FILE.

       *>--------------------------------------------------------------
       MIGRER-REGISTRE-COMPTES.
      *>   Le nombre de champs depend du type de compte : une ligne
      *>   est complete quand son dernier champ est une agence de
      *>   trois chiffres (au moins trois separateurs) ; sinon
      *>   l'agence du titulaire lui est ajoutee en dernier champ.
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               DISPLAY "comptes.txt absent -- aucun compte a completer"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMPTES-SURETE-FILE
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               MOVE COMPTE-LIGNE TO COMPTE-SUR-LIGNE
               WRITE COMPTE-SUR-LIGNE
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-SURETE-FILE
           CLOSE COMPTES-FILE

           OPEN INPUT COMPTES-SURETE-FILE
           OPEN OUTPUT COMPTES-TRV-FILE
           READ COMPTES-SURETE-FILE
               AT END MOVE "10" TO WS-FS-COMPTES-SUR
           END-READ
           PERFORM UNTIL WS-FS-COMPTES-SUR = "10"
               MOVE SPACES TO WS-LIGNE
               MOVE COMPTE-SUR-LIGNE TO WS-LIGNE
               IF WS-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-COMPTES-LUS
                   PERFORM COMPLETER-LIGNE-REGISTRE
                   IF WS-LIGNE-MODIFIEE = 'Y'
                       ADD 1 TO WS-NB-COMPTES-MIG
                   END-IF
               END-IF
               MOVE WS-LIGNE TO COMPTE-TRV-LIGNE
               WRITE COMPTE-TRV-LIGNE
               READ COMPTES-SURETE-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES-SUR
               END-READ
           END-PERFORM
           CLOSE COMPTES-TRV-FILE
           CLOSE COMPTES-SURETE-FILE

           OPEN INPUT COMPTES-TRV-FILE
           OPEN OUTPUT COMPTES-FILE
           READ COMPTES-TRV-FILE
               AT END MOVE "10" TO WS-FS-COMPTES-TRV
           END-READ
           PERFORM UNTIL WS-FS-COMPTES-TRV = "10"
               MOVE COMPTE-TRV-LIGNE TO COMPTE-LIGNE
               WRITE COMPTE-LIGNE
               READ COMPTES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES-TRV
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE
           CLOSE COMPTES-TRV-FILE.

       *>--------------------------------------------------------------
       COMPLETER-LIGNE-REGISTRE.
           MOVE 'N' TO WS-LIGNE-MODIFIEE
           PERFORM MESURER-LIGNE
           IF WS-NB-BARRES >= 3 AND WS-LIGNE-LONG > 4
               IF WS-LIGNE (WS-LIGNE-LONG - 3:1) = "|" AND
                  WS-LIGNE (WS-LIGNE-LONG - 2:3) IS NUMERIC
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           UNSTRING WS-LIGNE DELIMITED BY "|"
               INTO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-REG-TIT-CHAR) IS NOT NUMERIC
               DISPLAY "Ligne de registre illisible, conservee telle "
                       "quelle : " WS-LIGNE (1:60)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-COMPTE = FUNCTION NUMVAL (WS-REG-TIT-CHAR)
           CALL "LIRE-AGENCE" USING WS-AGE-COMPTE WS-AGE-AGENCE
                WS-AGE-TROUVE
           MOVE WS-AGE-AGENCE TO WS-AGENCE-POSEE
      *>   Un seul separateur de plus : l'agence devient le dernier
      *>   champ, quel que soit le type de la ligne.
           IF WS-LIGNE (WS-LIGNE-LONG:1) = "|"
               MOVE WS-NB-BARRES TO WS-NB-BARRES-VOULU
           ELSE
               COMPUTE WS-NB-BARRES-VOULU = WS-NB-BARRES + 1
           END-IF
           PERFORM COMPLETER-LIGNE.

       *>--------------------------------------------------------------
       MIGRER-OPERATEURS.
      *>   Une ligne d'operateur a moins de six separateurs (ancien
      *>   format "ID|CODE|ROLE" compris) est completee de champs
      *>   vides : un statut vide garde la ligne reconnue comme
      *>   ancien format par MENU.
           OPEN INPUT OPERATEURS-FILE
           IF WS-FS-OPERATEURS NOT = "00"
               DISPLAY "operateurs.txt absent -- aucun operateur a "
                       "completer"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OPERATEURS-SURETE-FILE
           READ OPERATEURS-FILE
               AT END MOVE "10" TO WS-FS-OPERATEURS
           END-READ
           PERFORM UNTIL WS-FS-OPERATEURS = "10"
               MOVE OPERATEUR-LIGNE TO OPERATEUR-SUR-LIGNE
               WRITE OPERATEUR-SUR-LIGNE
               READ OPERATEURS-FILE
                   AT END MOVE "10" TO WS-FS-OPERATEURS
               END-READ
           END-PERFORM
           CLOSE OPERATEURS-SURETE-FILE
           CLOSE OPERATEURS-FILE

           OPEN INPUT OPERATEURS-SURETE-FILE
           OPEN OUTPUT OPERATEURS-FILE
           READ OPERATEURS-SURETE-FILE
               AT END MOVE "10" TO WS-FS-OPER-SUR
           END-READ
           PERFORM UNTIL WS-FS-OPER-SUR = "10"
               MOVE SPACES TO WS-LIGNE
               MOVE OPERATEUR-SUR-LIGNE TO WS-LIGNE
               IF WS-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-OPER-LUS
                   MOVE 6 TO WS-NB-BARRES-VOULU
                   MOVE WS-AGENCE-DEFAUT TO WS-AGENCE-POSEE
                   PERFORM COMPLETER-LIGNE
                   IF WS-LIGNE-MODIFIEE = 'Y'
                       ADD 1 TO WS-NB-OPER-MIG
                   END-IF
               END-IF
               MOVE WS-LIGNE TO OPERATEUR-LIGNE
               WRITE OPERATEUR-LIGNE
               READ OPERATEURS-SURETE-FILE
                   AT END MOVE "10" TO WS-FS-OPER-SUR
               END-READ
           END-PERFORM
           CLOSE OPERATEURS-FILE
           CLOSE OPERATEURS-SURETE-FILE.

       *>--------------------------------------------------------------
       MESURER-LIGNE.
           MOVE 0 TO WS-NB-BARRES
           INSPECT WS-LIGNE TALLYING WS-NB-BARRES FOR ALL "|"
           COMPUTE WS-LIGNE-LONG = FUNCTION LENGTH
               (FUNCTION TRIM (WS-LIGNE TRAILING)).

       *>--------------------------------------------------------------
       COMPLETER-LIGNE.
      *>   WS-LIGNE recoit les separateurs manquants jusqu'a
      *>   WS-NB-BARRES-VOULU puis WS-AGENCE-POSEE. Une ligne qui a
      *>   deja ses separateurs et un dernier champ rempli est
      *>   laissee telle quelle (WS-LIGNE-MODIFIEE a 'N').
           MOVE 'N' TO WS-LIGNE-MODIFIEE
           PERFORM MESURER-LIGNE
           IF WS-NB-BARRES > WS-NB-BARRES-VOULU
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-BARRES = WS-NB-BARRES-VOULU AND
              WS-LIGNE (WS-LIGNE-LONG:1) NOT = "|"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIGNE-LONG TO WS-POS-ECRITURE
           PERFORM UNTIL WS-NB-BARRES >= WS-NB-BARRES-VOULU
               ADD 1 TO WS-POS-ECRITURE
               MOVE "|" TO WS-LIGNE (WS-POS-ECRITURE:1)
               ADD 1 TO WS-NB-BARRES
           END-PERFORM
           MOVE WS-AGENCE-POSEE TO
                WS-LIGNE (WS-POS-ECRITURE + 1:3)
           MOVE 'Y' TO WS-LIGNE-MODIFIEE.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
      *>   sur les sorties d'erreur traitees, pour ne pas laisser les
      *>   autres postes bloques.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
