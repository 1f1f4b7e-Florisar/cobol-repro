       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIRE-AGENCE.

      *----------------------------------------------------------------
      * Nom du programme : LIRE-AGENCE
      * Description    : Agence de rattachement d'un compte (meme
      *                  patron d'appel que COMPTE-REGISTRE) -- le code
      *                  agence, trois chiffres, est le dernier champ
      *                  de la ligne du compte dans comptes.txt
      *                  ("NUMERO|ID|E|001", "NUMERO|ID|C|USD|001",
      *                  ...). Un compte inscrit sans agence, ou absent
      *                  du registre (il est alors son propre
      *                  titulaire), prend l'agence de son titulaire :
      *                  dix-huitieme champ de sa fiche dans
      *                  client.txt (CLIENTREC). A defaut, l'agence par
      *                  defaut de parametres.txt (cle AGENCE-DEFAUT,
      *                  "001" si la cle manque) -- les donnees
      *                  d'avant les agences restent donc lisibles
      *                  sans migration.
      *
      *                  LK-TROUVE : 'Y' agence lue au registre ou sur
      *                  la fiche du titulaire, 'N' agence par defaut
      *                  servie.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

       DATA DIVISION.
       FILE SECTION.
       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       WORKING-STORAGE SECTION.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-NUMERO-CHAR      PIC X(5).
       01 WS-TITULAIRE-CHAR   PIC X(5).
       01 WS-NUMERO-LONG      PIC 9(2) COMP.
       01 WS-NUMERO-LU        PIC 9(5).
       01 WS-TITULAIRE        PIC 9(5).
       01 WS-AGENCE-REGISTRE  PIC X(3).
       01 WS-AGENCE-FICHE     PIC X(3).

      *>   Dernier champ d'une ligne : la ligne est relue de la fin
      *>   jusqu'au dernier '|' ; le champ n'est une agence que s'il
      *>   fait exactement trois chiffres et que la ligne a assez de
      *>   champs pour en porter une.
       01 WS-LIGNE-EXAMINEE   PIC X(220).
       01 WS-LIGNE-LONG       PIC 9(3) COMP.
       01 WS-POS-BARRE        PIC 9(3) COMP.
       01 WS-POS-LUE          PIC 9(3) COMP.
       01 WS-NB-BARRES        PIC 9(3) COMP.
       01 WS-DERNIER-CHAMP    PIC X(10).
       01 WS-AGENCE-LUE       PIC X(3).

      *>   Sur la fiche client, l'agence n'est plus forcement le
      *>   dernier champ (l'indicateur de courrier revenu la suit) :
      *>   elle est lue a son rang, les champs qui la precedent
      *>   passant par une zone de rebut.
       01 WS-POUBELLE         PIC X(30).
       01 WS-CHAMP-AGENCE     PIC X(10).

      *>   Agence par defaut (LIRE-PARAM).
       01 WS-AGENCE-NUM       PIC 9(3) VALUE 1.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

       LINKAGE SECTION.
       01 LK-COMPTE    PIC 9(5).
       01 LK-AGENCE    PIC X(3).
       01 LK-TROUVE    PIC X(1).

       PROCEDURE DIVISION USING LK-COMPTE LK-AGENCE LK-TROUVE.
       MAIN-SECTION.
           MOVE 'N' TO LK-TROUVE
           MOVE LK-COMPTE TO WS-TITULAIRE
           MOVE SPACES TO WS-AGENCE-REGISTRE WS-AGENCE-FICHE

           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES = "00"
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
               PERFORM UNTIL WS-FS-COMPTES = "10"
                   PERFORM EXAMINER-LIGNE-COMPTE
                   READ COMPTES-FILE
                       AT END MOVE "10" TO WS-FS-COMPTES
                   END-READ
               END-PERFORM
               CLOSE COMPTES-FILE
           END-IF
           IF WS-AGENCE-REGISTRE NOT = SPACES
               MOVE WS-AGENCE-REGISTRE TO LK-AGENCE
               MOVE 'Y' TO LK-TROUVE
               GOBACK
           END-IF

           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET = "00"
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
               PERFORM UNTIL WS-FS-GUICHET = "10"
                   PERFORM EXAMINER-LIGNE-CLIENT
                   READ GUICHET-FILE
                       AT END MOVE "10" TO WS-FS-GUICHET
                   END-READ
               END-PERFORM
               CLOSE GUICHET-FILE
           END-IF
           IF WS-AGENCE-FICHE NOT = SPACES
               MOVE WS-AGENCE-FICHE TO LK-AGENCE
               MOVE 'Y' TO LK-TROUVE
               GOBACK
           END-IF

           PERFORM SERVIR-AGENCE-DEFAUT
           GOBACK.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-COMPTE.
      *>   La derniere occurrence d'un numero gagne, comme dans
      *>   COMPTE-REGISTRE : une correction en fin de fichier
      *>   l'emporte, agence comprise.
           IF COMPTE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NUMERO-CHAR WS-TITULAIRE-CHAR
           UNSTRING COMPTE-LIGNE DELIMITED BY "|"
               INTO WS-NUMERO-CHAR WS-TITULAIRE-CHAR
           END-UNSTRING
           COMPUTE WS-NUMERO-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-NUMERO-CHAR))
           IF WS-NUMERO-LONG = 0 OR
              WS-NUMERO-CHAR (1:WS-NUMERO-LONG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-CHAR (1:WS-NUMERO-LONG) TO WS-NUMERO-LU
           IF WS-NUMERO-LU NOT = LK-COMPTE OR
              FUNCTION TRIM (WS-TITULAIRE-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TITULAIRE = FUNCTION NUMVAL (WS-TITULAIRE-CHAR)
           MOVE COMPTE-LIGNE TO WS-LIGNE-EXAMINEE
           PERFORM EXTRAIRE-DERNIER-CHAMP
      *>   "NUMERO|ID|TYPE" n'a que trois champs : l'agence vient en
      *>   quatrieme position au plus tot.
           IF WS-NB-BARRES >= 3
               MOVE WS-AGENCE-LUE TO WS-AGENCE-REGISTRE
           ELSE
               MOVE SPACES TO WS-AGENCE-REGISTRE
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-CLIENT.
           IF GUICHET-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NUMERO-CHAR
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-NUMERO-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-NUMERO-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-NUMERO-CHAR) NOT = WS-TITULAIRE
               EXIT PARAGRAPH
           END-IF
      *>   L'agence est le dix-huitieme champ de la fiche.
           MOVE SPACES TO WS-AGENCE-FICHE WS-CHAMP-AGENCE
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-POUBELLE WS-POUBELLE WS-POUBELLE WS-POUBELLE
                    WS-POUBELLE WS-POUBELLE WS-POUBELLE WS-POUBELLE
                    WS-POUBELLE WS-POUBELLE WS-POUBELLE WS-POUBELLE
                    WS-POUBELLE WS-POUBELLE WS-POUBELLE WS-POUBELLE
                    WS-POUBELLE WS-CHAMP-AGENCE
           END-UNSTRING
           IF WS-CHAMP-AGENCE (1:3) IS NUMERIC AND
              WS-CHAMP-AGENCE (4:7) = SPACES
               MOVE WS-CHAMP-AGENCE (1:3) TO WS-AGENCE-FICHE
           END-IF.

       *>--------------------------------------------------------------
       EXTRAIRE-DERNIER-CHAMP.
      *>   WS-AGENCE-LUE : le dernier champ de WS-LIGNE-EXAMINEE s'il
      *>   fait trois chiffres, SPACES sinon ; WS-NB-BARRES : nombre
      *>   de separateurs de la ligne.
           MOVE SPACES TO WS-DERNIER-CHAMP WS-AGENCE-LUE
           MOVE 0 TO WS-NB-BARRES
           INSPECT WS-LIGNE-EXAMINEE TALLYING WS-NB-BARRES
               FOR ALL "|"
           COMPUTE WS-LIGNE-LONG = FUNCTION LENGTH
               (FUNCTION TRIM (WS-LIGNE-EXAMINEE TRAILING))
           MOVE 0 TO WS-POS-BARRE
           PERFORM VARYING WS-POS-LUE FROM WS-LIGNE-LONG BY -1
                    UNTIL WS-POS-LUE < 1 OR WS-POS-BARRE > 0
               IF WS-LIGNE-EXAMINEE (WS-POS-LUE:1) = "|"
                   MOVE WS-POS-LUE TO WS-POS-BARRE
               END-IF
           END-PERFORM
           IF WS-POS-BARRE = 0 OR WS-POS-BARRE >= WS-LIGNE-LONG
               EXIT PARAGRAPH
           END-IF
           IF WS-LIGNE-LONG - WS-POS-BARRE NOT = 3
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIGNE-EXAMINEE (WS-POS-BARRE + 1:3)
                TO WS-DERNIER-CHAMP
           IF WS-DERNIER-CHAMP (1:3) IS NUMERIC
               MOVE WS-DERNIER-CHAMP (1:3) TO WS-AGENCE-LUE
           END-IF.

       *>--------------------------------------------------------------
       SERVIR-AGENCE-DEFAUT.
           MOVE 1 TO WS-AGENCE-NUM
           MOVE "AGENCE-DEFAUT" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 1000
               MOVE WS-PRM-VALEUR-NUM TO WS-AGENCE-NUM
           END-IF
           MOVE WS-AGENCE-NUM TO LK-AGENCE.
