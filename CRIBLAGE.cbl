       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBLAGE.

      *----------------------------------------------------------------
      * Nom du programme : CRIBLAGE
      * Description    : Filtrage d'une identite contre la liste de
      *                  surveillance tenue par la conformite (gel des
      *                  avoirs et autres listes) -- meme patron
      *                  d'appel que LIRE-PROCURATION. La liste
      *                  liste_surveillance.txt porte une ligne par
      *                  personne, "NOM|PRENOM|DATE-NAISSANCE|SOURCE",
      *                  PRENOM et DATE-NAISSANCE (AAAA-MM-JJ) pouvant
      *                  rester a blanc quand la liste ne les donne
      *                  pas. Une correspondance possible n'est ni
      *                  chargee ni passee : l'enregistrement d'origine
      *                  part dans la file filtrage_attente.txt
      *                  (copybook FILTREC) sous un numero de dossier
      *                  "FLnnnnnnnn", en attendant la decision de
      *                  l'ecran FILTRAGE.
      *
      *                  Avec un PRENOM, l'identite d'un client est
      *                  rapprochee nom pour nom (ou nom et prenom
      *                  inverses), la date de naissance departageant
      *                  quand les deux cotes la portent. Sans PRENOM,
      *                  LK-NOM est un nom libre (donneur d'ordre de la
      *                  compensation) : il correspond s'il contient
      *                  le nom, et le prenom s'il est connu, de
      *                  l'entree de la liste comme mots entiers.
      *
      *                  LK-SUSPECT : 'Y' correspondance possible, la
      *                  ligne est en attente sous LK-NUMERO (un
      *                  dossier deja ouvert pour le meme enregistrement
      *                  est reutilise, une relance ne le double pas) ;
      *                  'N' rien a signaler.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTE-FILE
              ASSIGN TO "liste_surveillance.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LISTE.

           SELECT FILTRAGE-FILE
              ASSIGN TO "filtrage_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-FILTRAGE.

      *>   Serie des numeros de dossier : meme principe que
      *>   id_control.txt pour les identifiants clients.
           SELECT REF-CONTROL-FILE
              ASSIGN TO "filtrage_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD LISTE-FILE.
       01 LISTE-LIGNE PIC X(120).

       FD FILTRAGE-FILE.
       01 FLT-REC.
           COPY FILTREC.

       FD REF-CONTROL-FILE.
       01 LIGNE-REF-CTL PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-LISTE         PIC XX.
       01 WS-FS-FILTRAGE      PIC XX.
       01 WS-FS-REF-CTL       PIC XX.

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

       01 WS-MINUSCULES       PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01 WS-MAJUSCULES       PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *>   Identite filtree, en majuscules ; le nom libre est encadre
      *>   de blancs pour la recherche par mots entiers.
       01 WS-NOM-MAJ          PIC X(40).
       01 WS-PRENOM-MAJ       PIC X(20).
       01 WS-NOM-CADRE        PIC X(44).

      *>   Ligne de la liste en cours d'examen.
       01 WS-LST-NOM          PIC X(40).
       01 WS-LST-PRENOM       PIC X(20).
       01 WS-LST-NAISSANCE    PIC X(10).
       01 WS-LST-SOURCE       PIC X(20).
       01 WS-LST-MOT          PIC X(44).
       01 WS-LST-MOT-LONG     PIC 9(2) COMP.
       01 WS-NB-OCCURRENCES   PIC 9(3) VALUE 0.
       01 WS-NOMS-EGAUX       PIC X(1).
       01 WS-DATES-COMPAT     PIC X(1).

       01 WS-CORRESPONDANCE   PIC X(1).
       01 WS-LISTE-TROUVEE    PIC X(30).
       01 WS-DOSSIER-OUVERT   PIC X(1).

      *>   Numero de dossier "FLnnnnnnnn".
       01 WS-REF-COURANTE     PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 LK-ORIGINE     PIC X(1).
       01 LK-NOM         PIC X(40).
       01 LK-PRENOM      PIC X(20).
       01 LK-NAISSANCE   PIC X(10).
       01 LK-DONNEES     PIC X(200).
       01 LK-SUSPECT     PIC X(1).
       01 LK-NUMERO      PIC X(10).

       PROCEDURE DIVISION USING LK-ORIGINE LK-NOM LK-PRENOM
            LK-NAISSANCE LK-DONNEES LK-SUSPECT LK-NUMERO.
       MAIN-SECTION.
           MOVE 'N' TO LK-SUSPECT
           MOVE SPACES TO LK-NUMERO
           IF LK-NOM = SPACES
               GOBACK
           END-IF

           MOVE FUNCTION TRIM (LK-NOM) TO WS-NOM-MAJ
           MOVE FUNCTION TRIM (LK-PRENOM) TO WS-PRENOM-MAJ
           INSPECT WS-NOM-MAJ CONVERTING WS-MINUSCULES TO WS-MAJUSCULES
           INSPECT WS-PRENOM-MAJ
               CONVERTING WS-MINUSCULES TO WS-MAJUSCULES
           MOVE SPACES TO WS-NOM-CADRE
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOM-MAJ) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-NOM-CADRE
           END-STRING

           MOVE 'N' TO WS-CORRESPONDANCE
           OPEN INPUT LISTE-FILE
           IF WS-FS-LISTE = "00"
               READ LISTE-FILE
                   AT END MOVE "10" TO WS-FS-LISTE
               END-READ
               PERFORM UNTIL WS-FS-LISTE = "10" OR
                             WS-CORRESPONDANCE = 'Y'
                   PERFORM EXAMINER-LIGNE-LISTE
                   READ LISTE-FILE
                       AT END MOVE "10" TO WS-FS-LISTE
                   END-READ
               END-PERFORM
               CLOSE LISTE-FILE
           END-IF

           IF WS-CORRESPONDANCE = 'Y'
               MOVE 'Y' TO LK-SUSPECT
               PERFORM CHERCHER-DOSSIER-OUVERT
               IF WS-DOSSIER-OUVERT = 'N'
                   PERFORM OUVRIR-DOSSIER
               END-IF
           END-IF
           GOBACK.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-LISTE.
           IF LISTE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LST-NOM WS-LST-PRENOM WS-LST-NAISSANCE
           MOVE SPACES TO WS-LST-SOURCE
           UNSTRING LISTE-LIGNE DELIMITED BY "|"
               INTO WS-LST-NOM WS-LST-PRENOM WS-LST-NAISSANCE
                    WS-LST-SOURCE
           END-UNSTRING
           IF WS-LST-NOM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM (WS-LST-NOM) TO WS-LST-NOM
           MOVE FUNCTION TRIM (WS-LST-PRENOM) TO WS-LST-PRENOM
           INSPECT WS-LST-NOM CONVERTING WS-MINUSCULES TO WS-MAJUSCULES
           INSPECT WS-LST-PRENOM
               CONVERTING WS-MINUSCULES TO WS-MAJUSCULES

           IF LK-PRENOM NOT = SPACES
               PERFORM RAPPROCHER-IDENTITE
           ELSE
               PERFORM RAPPROCHER-NOM-LIBRE
           END-IF

           IF WS-CORRESPONDANCE = 'Y'
               MOVE SPACES TO WS-LISTE-TROUVEE
               STRING FUNCTION TRIM (WS-LST-NOM) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LST-PRENOM) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LST-SOURCE) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-LISTE-TROUVEE
               END-STRING
           END-IF.

       *>--------------------------------------------------------------
       RAPPROCHER-IDENTITE.
      *>   Nom et prenom egaux, ou inverses (erreur de saisie
      *>   courante) ; un prenom absent de la liste ne departage pas.
      *>   La date de naissance n'ecarte la correspondance que si
      *>   les deux cotes la portent et qu'elles different.
           MOVE 'N' TO WS-NOMS-EGAUX
           IF WS-NOM-MAJ = WS-LST-NOM AND
              (WS-LST-PRENOM = SPACES OR
               WS-PRENOM-MAJ = WS-LST-PRENOM)
               MOVE 'Y' TO WS-NOMS-EGAUX
           END-IF
           IF WS-NOM-MAJ = WS-LST-PRENOM AND
              WS-PRENOM-MAJ = WS-LST-NOM
               MOVE 'Y' TO WS-NOMS-EGAUX
           END-IF
           MOVE 'Y' TO WS-DATES-COMPAT
           IF LK-NAISSANCE NOT = SPACES AND
              WS-LST-NAISSANCE NOT = SPACES AND
              LK-NAISSANCE NOT = WS-LST-NAISSANCE
               MOVE 'N' TO WS-DATES-COMPAT
           END-IF
           IF WS-NOMS-EGAUX = 'Y' AND WS-DATES-COMPAT = 'Y'
               MOVE 'Y' TO WS-CORRESPONDANCE
           END-IF.

       *>--------------------------------------------------------------
       RAPPROCHER-NOM-LIBRE.
      *>   Le nom de la liste (et son prenom s'il est connu) doivent
      *>   figurer comme mots entiers dans le nom libre, dans
      *>   n'importe quel ordre -- "JEAN DUPONT" et "DUPONT JEAN"
      *>   repondent tous deux a DUPONT|JEAN.
           MOVE SPACES TO WS-LST-MOT
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LST-NOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO WS-LST-MOT
           END-STRING
           COMPUTE WS-LST-MOT-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-LST-NOM)) + 2
           MOVE 0 TO WS-NB-OCCURRENCES
           INSPECT WS-NOM-CADRE TALLYING WS-NB-OCCURRENCES
               FOR ALL WS-LST-MOT (1:WS-LST-MOT-LONG)
           IF WS-NB-OCCURRENCES = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LST-PRENOM NOT = SPACES
               MOVE SPACES TO WS-LST-MOT
               STRING " " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LST-PRENOM) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WS-LST-MOT
               END-STRING
               COMPUTE WS-LST-MOT-LONG =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-LST-PRENOM)) + 2
               MOVE 0 TO WS-NB-OCCURRENCES
               INSPECT WS-NOM-CADRE TALLYING WS-NB-OCCURRENCES
                   FOR ALL WS-LST-MOT (1:WS-LST-MOT-LONG)
               IF WS-NB-OCCURRENCES = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-CORRESPONDANCE.

       *>--------------------------------------------------------------
       CHERCHER-DOSSIER-OUVERT.
      *>   Un dossier en attente ou libere mais pas encore repris pour
      *>   le meme enregistrement de la meme origine est reutilise :
      *>   la reprise d'un chargement interrompu ne double pas la
      *>   file.
           MOVE 'N' TO WS-DOSSIER-OUVERT
           OPEN INPUT FILTRAGE-FILE
           IF WS-FS-FILTRAGE = "00"
               READ FILTRAGE-FILE
                   AT END MOVE "10" TO WS-FS-FILTRAGE
               END-READ
               PERFORM UNTIL WS-FS-FILTRAGE = "10"
                   IF FLT-ORIGINE = LK-ORIGINE AND
                      FLT-DONNEES = LK-DONNEES AND
                      (FLT-ETAT = 'A' OR FLT-ETAT = 'L')
                       MOVE 'Y' TO WS-DOSSIER-OUVERT
                       MOVE FLT-NUMERO TO LK-NUMERO
                   END-IF
                   READ FILTRAGE-FILE
                       AT END MOVE "10" TO WS-FS-FILTRAGE
                   END-READ
               END-PERFORM
               CLOSE FILTRAGE-FILE
           END-IF.

       *>--------------------------------------------------------------
       OUVRIR-DOSSIER.
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           MOVE 0 TO WS-REF-COURANTE
           OPEN INPUT REF-CONTROL-FILE
           IF WS-FS-REF-CTL = "00"
               READ REF-CONTROL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE LIGNE-REF-CTL TO WS-REF-COURANTE
               END-READ
               CLOSE REF-CONTROL-FILE
           END-IF
           ADD 1 TO WS-REF-COURANTE
           MOVE WS-REF-COURANTE TO LIGNE-REF-CTL
           OPEN OUTPUT REF-CONTROL-FILE
           WRITE LIGNE-REF-CTL
           CLOSE REF-CONTROL-FILE

           MOVE SPACES TO LK-NUMERO
           STRING "FL" DELIMITED BY SIZE
                  WS-REF-COURANTE DELIMITED BY SIZE
                  INTO LK-NUMERO
           END-STRING

      *>   Meme idiome d'ajout que l'audit d'EX-GPT.
           OPEN INPUT FILTRAGE-FILE
           IF WS-FS-FILTRAGE = "00"
               CLOSE FILTRAGE-FILE
               OPEN EXTEND FILTRAGE-FILE
           ELSE
               OPEN OUTPUT FILTRAGE-FILE
           END-IF
           MOVE ALL "|" TO FLT-REC
           MOVE LK-NUMERO        TO FLT-NUMERO
           MOVE LK-ORIGINE       TO FLT-ORIGINE
           MOVE 'A'              TO FLT-ETAT
           MOVE WS-DATE-JOUR     TO FLT-DATE
           MOVE LK-NOM           TO FLT-NOM
           MOVE LK-PRENOM        TO FLT-PRENOM
           MOVE LK-NAISSANCE     TO FLT-NAISSANCE
           MOVE WS-LISTE-TROUVEE TO FLT-LISTE
           MOVE LK-DONNEES       TO FLT-DONNEES
           WRITE FLT-REC
           CLOSE FILTRAGE-FILE.
