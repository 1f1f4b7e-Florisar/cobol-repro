       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOUR-COURRIER.

      *----------------------------------------------------------------
      * Nom du programme : RETOUR-COURRIER
      * Description    : Retours de courrier de l'imprimeur routeur --
      *                  les plis que La Poste n'a pas pu distribuer
      *                  (n'habite pas a l'adresse indiquee, adresse
      *                  incomplete...) reviennent chez le prestataire,
      *                  qui les signale dans retours_courrier.txt :
      *                  "LOT|SEQUENCE|CLIENT|MOTIF|AAAAMMJJ", une
      *                  ligne par pli revenu (lot et sequence du
      *                  document de EDITION-ROUTAGE). Chaque client
      *                  signale recoit l'indicateur de courrier revenu
      *                  'R' au dix-neuvieme champ de sa fiche dans
      *                  client.txt, journalise dans
      *                  clients_historique.txt (HISTO-CLIENT) : ses
      *                  documents sont des lors ecartes de
      *                  l'imprimeur (motif NPAI) jusqu'a ce qu'un
      *                  changement d'adresse approuve (APPROB-CLIENTS)
      *                  leve l'indicateur. Les retours sont listes sur
      *                  l'etat COURRIER par EDITION-ETAT, puis le
      *                  fichier du prestataire est vide.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETOURS-FILE
              ASSIGN TO "retours_courrier.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RETOURS.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

           SELECT GUICHET-TRV-FILE
              ASSIGN TO "client.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET-TRV.

       DATA DIVISION.
       FILE SECTION.
       FD RETOURS-FILE.
       01 RETOUR-LIGNE PIC X(60).

       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD GUICHET-TRV-FILE.
       01 GUICHET-TRV-LIGNE PIC X(220).

       WORKING-STORAGE SECTION.
       01 WS-FS-RETOURS       PIC XX.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-FS-GUICHET-TRV   PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

      *>   Champs d'une ligne de retours_courrier.txt.
       01 WS-LU-LOT           PIC X(8).
       01 WS-LU-SEQUENCE      PIC X(6).
       01 WS-LU-CLIENT        PIC X(5).
       01 WS-LU-MOTIF         PIC X(10).
       01 WS-LU-DATE          PIC X(8).

      *>   Retours du fichier, dans l'ordre du prestataire. ETAT :
      *>   'M' fiche marquee par ce passage, 'D' fiche deja marquee,
      *>   'A' fiche absente de client.txt, 'X' ligne illisible.
       01 WS-RET-MAX          PIC 9(3) VALUE 500.
       01 WS-RET-NB           PIC 9(3) VALUE 0.
       01 WS-RET-IDX          PIC 9(3) VALUE 0.
       01 WS-RET-DEBORDE      PIC X(1) VALUE 'N'.
       01 WS-RET-TABLE.
           05 WS-RET-ENTREE OCCURS 500 TIMES.
               10 WS-RET-LOT      PIC X(8).
               10 WS-RET-SEQUENCE PIC X(6).
               10 WS-RET-CLIENT   PIC 9(5).
               10 WS-RET-MOTIF    PIC X(10).
               10 WS-RET-DATE     PIC X(8).
               10 WS-RET-NOM      PIC X(40).
               10 WS-RET-ETAT     PIC X(1).

      *>   Fiche de client.txt en cours de recopie.
       01 WS-GUI-ID-CHAR      PIC X(5).
       01 WS-GUI-ID           PIC 9(5) VALUE 0.
       01 WS-GUI-MODIFIEE     PIC X(1).
       01 WS-GUI-NOM          PIC X(30).
       01 WS-GUI-PRENOM       PIC X(30).
       01 WS-FICHIER-MODIFIE  PIC X(1) VALUE 'N'.

      *>   Remplacement d'un champ delimite par '|' dans une ligne,
      *>   memes paragraphes que APPROB-CLIENTS : WS-RCP-RANG,
      *>   WS-RCP-VALEUR et WS-RCP-LARGEUR en entree, WS-RCP-ACTUEL
      *>   (valeur en place) et WS-RCP-TROUVE en sortie.
       01 WS-RCP-LIGNE        PIC X(220).
       01 WS-RCP-NOUVELLE     PIC X(220).
       01 WS-RCP-RANG         PIC 9(2) VALUE 0.
       01 WS-RCP-VALEUR       PIC X(30).
       01 WS-RCP-LARGEUR      PIC 9(2) VALUE 0.
       01 WS-RCP-ACTUEL       PIC X(30).
       01 WS-RCP-TROUVE       PIC X(1).
       01 WS-RCP-LONG         PIC 9(3) COMP.
       01 WS-RCP-POS          PIC 9(3) COMP.
       01 WS-RCP-BARRES       PIC 9(3) COMP.
       01 WS-RCP-DEBUT        PIC 9(3) COMP.
       01 WS-RCP-FIN          PIC 9(3) COMP.
       01 WS-RCP-PTR          PIC 9(3) COMP.

       01 WS-NB-LUS           PIC 9(5) VALUE 0.
       01 WS-NB-MARQUES       PIC 9(5) VALUE 0.
       01 WS-NB-DEJA          PIC 9(5) VALUE 0.
       01 WS-NB-ABSENTS       PIC 9(5) VALUE 0.
       01 WS-NB-ILLISIBLES    PIC 9(5) VALUE 0.
       01 WS-SUITE-ETAT       PIC X(20).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

      *>   Champs passes a HISTO-CLIENT (historique avant/apres du
      *>   maitre clients) : zones de la bonne taille, pas des
      *>   litteraux.
       01 WS-HIS-ID           PIC 9(5).
       01 WS-HIS-CHAMP        PIC X(12).
       01 WS-HIS-AVANT        PIC X(60).
       01 WS-HIS-APRES        PIC X(60).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : deux postes ne doivent pas reecrire les memes
      *>   fichiers en meme temps.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "RETOUR-COURRIER".
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
           DISPLAY "RETOURS DE COURRIER DE L'IMPRIMEUR"
           DISPLAY WS-SEPARATEUR

      *>   Meme verrou que TEST-CLIENT, APPROB-CLIENTS et
      *>   DECES-CLIENT : client.txt n'est reecrit que par un poste a
      *>   la fois.
           MOVE "CLIENTS" TO WS-VRT-NOM
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

           PERFORM CHARGER-RETOURS
           IF WS-RET-NB = 0
               DISPLAY "Aucun retour de courrier a traiter"
               PERFORM LIBERER-VERROU-TRAITEMENT
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           PERFORM MARQUER-FICHES-GUICHET
           PERFORM EDITER-RETOURS
           PERFORM VIDER-RETOURS

           DISPLAY WS-SEPARATEUR
           DISPLAY "Retours lus               : " WS-NB-LUS
           DISPLAY "Fiches marquees           : " WS-NB-MARQUES
           DISPLAY "Fiches deja marquees      : " WS-NB-DEJA
           DISPLAY "Fiches absentes           : " WS-NB-ABSENTS
           DISPLAY "Lignes illisibles         : " WS-NB-ILLISIBLES
           DISPLAY WS-SEPARATEUR

           PERFORM LIBERER-VERROU-TRAITEMENT
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       CHARGER-RETOURS.
      *>   Au-dela de la table, le reste du fichier attend le passage
      *>   suivant : le fichier n'est alors pas vide (un retour deja
      *>   traite revient en "deja marquee", sans nouvelle trace).
           MOVE 0 TO WS-RET-NB
           OPEN INPUT RETOURS-FILE
           IF WS-FS-RETOURS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ RETOURS-FILE
               AT END MOVE "10" TO WS-FS-RETOURS
           END-READ
           PERFORM UNTIL WS-FS-RETOURS = "10"
               IF RETOUR-LIGNE NOT = SPACES
                   IF WS-RET-NB >= WS-RET-MAX
                       MOVE 'Y' TO WS-RET-DEBORDE
                       MOVE "10" TO WS-FS-RETOURS
                   ELSE
                       PERFORM RETENIR-RETOUR
                   END-IF
               END-IF
               IF WS-FS-RETOURS NOT = "10"
                   READ RETOURS-FILE
                       AT END MOVE "10" TO WS-FS-RETOURS
                   END-READ
               END-IF
           END-PERFORM
           CLOSE RETOURS-FILE
           IF WS-RET-DEBORDE = 'Y'
               DISPLAY "Plus de " WS-RET-MAX " retours -- le reste "
                       "sera traite au prochain passage"
           END-IF.

       *>--------------------------------------------------------------
       RETENIR-RETOUR.
           ADD 1 TO WS-NB-LUS
           MOVE SPACES TO WS-LU-LOT WS-LU-SEQUENCE WS-LU-CLIENT
           MOVE SPACES TO WS-LU-MOTIF WS-LU-DATE
           UNSTRING RETOUR-LIGNE DELIMITED BY "|"
               INTO WS-LU-LOT WS-LU-SEQUENCE WS-LU-CLIENT
                    WS-LU-MOTIF WS-LU-DATE
           END-UNSTRING
           ADD 1 TO WS-RET-NB
           MOVE WS-LU-LOT      TO WS-RET-LOT (WS-RET-NB)
           MOVE WS-LU-SEQUENCE TO WS-RET-SEQUENCE (WS-RET-NB)
           MOVE WS-LU-MOTIF    TO WS-RET-MOTIF (WS-RET-NB)
           MOVE WS-LU-DATE     TO WS-RET-DATE (WS-RET-NB)
           MOVE SPACES         TO WS-RET-NOM (WS-RET-NB)
           MOVE 0              TO WS-RET-CLIENT (WS-RET-NB)
           IF FUNCTION TRIM (WS-LU-CLIENT) IS NUMERIC
               COMPUTE WS-RET-CLIENT (WS-RET-NB) =
                   FUNCTION NUMVAL (WS-LU-CLIENT)
               MOVE 'A' TO WS-RET-ETAT (WS-RET-NB)
           ELSE
               MOVE 'X' TO WS-RET-ETAT (WS-RET-NB)
           END-IF.

       *>--------------------------------------------------------------
       MARQUER-FICHES-GUICHET.
      *>   Reecriture par fichier de travail, comme
      *>   APPLIQUER-AU-GUICHET dans APPROB-CLIENTS ; le fichier n'est
      *>   recopie que si une fiche a ete marquee.
           MOVE 'N' TO WS-FICHIER-MODIFIE
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               DISPLAY "Erreur ouverture client.txt : " WS-FS-GUICHET
               MOVE "MARQUER-FICHES"  TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-GUICHET     TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GUICHET-TRV-FILE
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               MOVE GUICHET-LIGNE TO GUICHET-TRV-LIGNE
               PERFORM MARQUER-LIGNE-GUICHET
               WRITE GUICHET-TRV-LIGNE
               READ GUICHET-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET
               END-READ
           END-PERFORM
           CLOSE GUICHET-FILE
           CLOSE GUICHET-TRV-FILE

           IF WS-FICHIER-MODIFIE = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT GUICHET-FILE
           OPEN INPUT GUICHET-TRV-FILE
           READ GUICHET-TRV-FILE
               AT END MOVE "10" TO WS-FS-GUICHET-TRV
           END-READ
           PERFORM UNTIL WS-FS-GUICHET-TRV = "10"
               MOVE GUICHET-TRV-LIGNE TO GUICHET-LIGNE
               WRITE GUICHET-LIGNE
               READ GUICHET-TRV-FILE
                   AT END MOVE "10" TO WS-FS-GUICHET-TRV
               END-READ
           END-PERFORM
           CLOSE GUICHET-TRV-FILE
           CLOSE GUICHET-FILE.

       *>--------------------------------------------------------------
       MARQUER-LIGNE-GUICHET.
           IF GUICHET-TRV-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GUI-ID-CHAR
           UNSTRING GUICHET-TRV-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-GUI-ID-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GUI-ID = FUNCTION NUMVAL (WS-GUI-ID-CHAR)

           MOVE 'N' TO WS-GUI-MODIFIEE
           MOVE GUICHET-TRV-LIGNE TO WS-RCP-LIGNE
           MOVE 2 TO WS-RCP-RANG
           PERFORM LIRE-CHAMP
           MOVE WS-RCP-ACTUEL TO WS-GUI-NOM
           MOVE 3 TO WS-RCP-RANG
           PERFORM LIRE-CHAMP
           MOVE WS-RCP-ACTUEL TO WS-GUI-PRENOM
      *>   Un client signale plusieurs fois n'est marque qu'une fois :
      *>   les retours suivants trouvent la fiche deja marquee.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-RET-NB
               IF WS-RET-ETAT (WS-RET-IDX) = 'A' AND
                  WS-RET-CLIENT (WS-RET-IDX) = WS-GUI-ID
                   PERFORM MARQUER-RETOUR
               END-IF
           END-PERFORM
           IF WS-GUI-MODIFIEE = 'Y'
               MOVE WS-RCP-LIGNE TO GUICHET-TRV-LIGNE
               MOVE 'Y' TO WS-FICHIER-MODIFIE
           END-IF.

       *>--------------------------------------------------------------
       MARQUER-RETOUR.
           STRING FUNCTION TRIM (WS-GUI-NOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-GUI-PRENOM) DELIMITED BY SIZE
                  INTO WS-RET-NOM (WS-RET-IDX)
           END-STRING
           MOVE 19 TO WS-RCP-RANG
           PERFORM LIRE-CHAMP
           IF WS-RCP-TROUVE = 'Y' AND WS-RCP-ACTUEL (1:1) = 'R'
               MOVE 'D' TO WS-RET-ETAT (WS-RET-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RCP-TROUVE = 'Y'
               MOVE "R" TO WS-RCP-VALEUR
               MOVE 1 TO WS-RCP-LARGEUR
               PERFORM REMPLACER-CHAMP
           ELSE
               PERFORM AJOUTER-CHAMP-RETOUR
           END-IF
           MOVE 'M' TO WS-RET-ETAT (WS-RET-IDX)
           MOVE 'Y' TO WS-GUI-MODIFIEE.

       *>--------------------------------------------------------------
       AJOUTER-CHAMP-RETOUR.
      *>   Fiche d'avant le dix-neuvieme champ : les separateurs
      *>   manquants sont completes, puis l'indicateur est ajoute en
      *>   fin de ligne. LIRE-CHAMP a laisse dans WS-RCP-BARRES le
      *>   nombre de '|' de la ligne.
           MOVE SPACES TO WS-RCP-NOUVELLE
           MOVE 1 TO WS-RCP-PTR
           STRING WS-RCP-LIGNE (1 : WS-RCP-LONG) DELIMITED BY SIZE
                  INTO WS-RCP-NOUVELLE
                  WITH POINTER WS-RCP-PTR
           END-STRING
           PERFORM UNTIL WS-RCP-BARRES >= 18
               STRING "|" DELIMITED BY SIZE
                      INTO WS-RCP-NOUVELLE
                      WITH POINTER WS-RCP-PTR
               END-STRING
               ADD 1 TO WS-RCP-BARRES
           END-PERFORM
           STRING "R" DELIMITED BY SIZE
                  INTO WS-RCP-NOUVELLE
                  WITH POINTER WS-RCP-PTR
           END-STRING
           MOVE WS-RCP-NOUVELLE TO WS-RCP-LIGNE.

       *>--------------------------------------------------------------
       LIRE-CHAMP.
      *>   Reperes du champ de rang WS-RCP-RANG dans WS-RCP-LIGNE :
      *>   WS-RCP-DEBUT juste apres le '|' qui le precede, WS-RCP-FIN
      *>   sur le '|' qui le suit (ou apres la fin de la ligne).
           MOVE 'N' TO WS-RCP-TROUVE
           MOVE SPACES TO WS-RCP-ACTUEL
           COMPUTE WS-RCP-LONG = FUNCTION LENGTH
               (FUNCTION TRIM (WS-RCP-LIGNE TRAILING))
           MOVE 0 TO WS-RCP-BARRES WS-RCP-DEBUT WS-RCP-FIN
           IF WS-RCP-RANG = 1
               MOVE 1 TO WS-RCP-DEBUT
           END-IF
           PERFORM VARYING WS-RCP-POS FROM 1 BY 1
                    UNTIL WS-RCP-POS > WS-RCP-LONG
                       OR WS-RCP-FIN > 0
               IF WS-RCP-LIGNE (WS-RCP-POS:1) = "|"
                   ADD 1 TO WS-RCP-BARRES
                   IF WS-RCP-BARRES = WS-RCP-RANG - 1
                       COMPUTE WS-RCP-DEBUT = WS-RCP-POS + 1
                   END-IF
                   IF WS-RCP-BARRES = WS-RCP-RANG
                       MOVE WS-RCP-POS TO WS-RCP-FIN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RCP-DEBUT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RCP-FIN = 0
               COMPUTE WS-RCP-FIN = WS-RCP-LONG + 1
           END-IF
           IF WS-RCP-FIN > WS-RCP-DEBUT
               MOVE WS-RCP-LIGNE (WS-RCP-DEBUT :
                    WS-RCP-FIN - WS-RCP-DEBUT) TO WS-RCP-ACTUEL
           END-IF
           MOVE 'Y' TO WS-RCP-TROUVE.

       *>--------------------------------------------------------------
       REMPLACER-CHAMP.
      *>   Le champ repere par LIRE-CHAMP est remplace par
      *>   WS-RCP-VALEUR sur WS-RCP-LARGEUR caracteres ; ce qui le
      *>   precede et ce qui le suit repart tel quel.
           MOVE SPACES TO WS-RCP-NOUVELLE
           MOVE 1 TO WS-RCP-PTR
           IF WS-RCP-DEBUT > 1
               STRING WS-RCP-LIGNE (1 : WS-RCP-DEBUT - 1)
                                           DELIMITED BY SIZE
                      INTO WS-RCP-NOUVELLE
                      WITH POINTER WS-RCP-PTR
               END-STRING
           END-IF
           STRING WS-RCP-VALEUR (1 : WS-RCP-LARGEUR)
                                           DELIMITED BY SIZE
                  INTO WS-RCP-NOUVELLE
                  WITH POINTER WS-RCP-PTR
           END-STRING
           IF WS-RCP-FIN <= WS-RCP-LONG
               STRING WS-RCP-LIGNE (WS-RCP-FIN :
                      WS-RCP-LONG - WS-RCP-FIN + 1)
                                           DELIMITED BY SIZE
                      INTO WS-RCP-NOUVELLE
                      WITH POINTER WS-RCP-PTR
               END-STRING
           END-IF
           MOVE WS-RCP-NOUVELLE TO WS-RCP-LIGNE.

       *>--------------------------------------------------------------
       EDITER-RETOURS.
      *>   Une ligne d'etat par retour, dans l'ordre du fichier ; la
      *>   fiche marquee par ce passage laisse sa trace avant/apres
      *>   dans l'historique du maitre.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "COURRIER" TO WS-EDT-NOM
           MOVE "RETOURS DE COURRIER DE L'IMPRIMEUR ROUTEUR"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                    UNTIL WS-RET-IDX > WS-RET-NB
               PERFORM EDITER-UN-RETOUR
           END-PERFORM
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Retours : " DELIMITED BY SIZE
                  WS-NB-LUS DELIMITED BY SIZE
                  "   Marques : " DELIMITED BY SIZE
                  WS-NB-MARQUES DELIMITED BY SIZE
                  "   Deja marques : " DELIMITED BY SIZE
                  WS-NB-DEJA DELIMITED BY SIZE
                  "   Absents : " DELIMITED BY SIZE
                  WS-NB-ABSENTS DELIMITED BY SIZE
                  "   Illisibles : " DELIMITED BY SIZE
                  WS-NB-ILLISIBLES DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       EDITER-UN-RETOUR.
           EVALUATE WS-RET-ETAT (WS-RET-IDX)
               WHEN 'M'
                   ADD 1 TO WS-NB-MARQUES
                   MOVE "MARQUE NPAI" TO WS-SUITE-ETAT
                   MOVE WS-RET-CLIENT (WS-RET-IDX) TO WS-HIS-ID
                   MOVE "COURRIER" TO WS-HIS-CHAMP
                   MOVE SPACES TO WS-HIS-AVANT
                   MOVE "R" TO WS-HIS-APRES
                   CALL "HISTO-CLIENT" USING WS-HIS-ID WS-HIS-CHAMP
                        WS-HIS-AVANT WS-HIS-APRES
               WHEN 'D'
                   ADD 1 TO WS-NB-DEJA
                   MOVE "DEJA MARQUE" TO WS-SUITE-ETAT
               WHEN 'A'
                   ADD 1 TO WS-NB-ABSENTS
                   MOVE "FICHE ABSENTE" TO WS-SUITE-ETAT
               WHEN OTHER
                   ADD 1 TO WS-NB-ILLISIBLES
                   MOVE "LIGNE ILLISIBLE" TO WS-SUITE-ETAT
           END-EVALUATE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "LOT " DELIMITED BY SIZE
                  WS-RET-LOT (WS-RET-IDX) DELIMITED BY SIZE
                  " DOC " DELIMITED BY SIZE
                  WS-RET-SEQUENCE (WS-RET-IDX) DELIMITED BY SIZE
                  "  CLIENT " DELIMITED BY SIZE
                  WS-RET-CLIENT (WS-RET-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RET-NOM (WS-RET-IDX) (1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RET-MOTIF (WS-RET-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RET-DATE (WS-RET-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUITE-ETAT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       VIDER-RETOURS.
      *>   Le fichier du prestataire est vide une fois traite, comme
      *>   les fichiers entrants de PRELEVEMENTS-ENTREE -- sauf si la
      *>   table a deborde, ou si client.txt n'a pas pu etre relu.
           IF WS-RET-DEBORDE = 'Y' OR RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETOURS-FILE
           CLOSE RETOURS-FILE.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
      *>   Fin journalisee avec les compteurs cles, comme les autres
      *>   etapes de la chaine de soiree.
           MOVE "RETOUR-COURRIER" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-MARQUES TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-DEJA    TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-ABSENTS TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
