       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDITION-ROUTAGE.

      *----------------------------------------------------------------
      * Nom du programme : EDITION-ROUTAGE
      * Description    : Fichier d'echange avec l'imprimeur routeur
      *                  (meme patron d'appel que EDITION-ETAT) -- les
      *                  releves et lettres partent aussi vers le
      *                  prestataire qui imprime, met sous pli et
      *                  poste. Chaque passage producteur (releves,
      *                  cloture, avis, desherence) ouvre un lot : un
      *                  fichier imprimeur_<lot>.txt, lot numerote
      *                  dans la serie imprimeur_control.txt et inscrit
      *                  a imprimeur_lots.txt une fois ferme. Un
      *                  document par client, enregistrements separes
      *                  par '|' :
      *                    ENT|LOT|NOM|AAAAMMJJ|HHMMSSCC  en-tete
      *                    DOC|SEQUENCE|TYPE|CLIENT       document
      *                    ADR|N|LIGNE POSTALE            3 lignes
      *                    PAG|NUMERO                     debut de page
      *                    TXT|TEXTE                      ligne imprimee
      *                    FDC|SEQUENCE|PAGES             fin document
      *                    FIN|LOT|DOCUMENTS|PAGES        pied du lot
      *                  Le bloc adresse vient de la fiche guichet du
      *                  client (client.txt, CLIENTREC) : nom et
      *                  prenom, rue, code postal et ville. Une fiche
      *                  absente, une rue ou une ville vide, un code
      *                  postal qui n'est pas sur cinq chiffres, ou un
      *                  courrier deja revenu de l'imprimeur
      *                  (CLI-RETOUR-PLI, pose par
      *                  RETOUR-COURRIER) ecartent le document : il
      *                  part a la liste courrier_exceptions.txt et
      *                  ses lignes ne sont pas transmises. Une page
      *                  imprimeur porte au plus 50 lignes de texte.
      *
      *                  LK-ACTION : 'O' = ouvrir le lot (LK-NOM-LOT),
      *                  'D' = nouveau document (LK-TYPE-DOC,
      *                  LK-CLIENT ; LK-RETENU rend 'Y' si le document
      *                  part a l'imprimeur, 'N' s'il est ecarte),
      *                  'L' = ligne de texte (LK-LIGNE), 'P' = saut
      *                  de page, 'F' = fermer le lot.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPRIMEUR-FILE
              ASSIGN TO DYNAMIC WS-NOM-FICHIER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-IMPRIMEUR.

           SELECT GUICHET-FILE
              ASSIGN TO "client.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-GUICHET.

      *>   Documents ecartes : "AAAAMMJJ|LOT|NOM|TYPE|CLIENT|MOTIF|
      *>   NOM PRENOM", une ligne par document, en ajout.
           SELECT EXCEPTIONS-FILE
              ASSIGN TO "courrier_exceptions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-EXCEPTIONS.

      *>   Serie des numeros de lot : meme principe que
      *>   compensation_control.txt.
           SELECT LOT-CONTROL-FILE
              ASSIGN TO "imprimeur_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LOT-CTL.

      *>   Lots termines, a transmettre : "LOT|NOM|AAAAMMJJ|
      *>   DOCUMENTS|PAGES|ECARTES".
           SELECT LOTS-FILE
              ASSIGN TO "imprimeur_lots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LOTS.

       DATA DIVISION.
       FILE SECTION.
       FD IMPRIMEUR-FILE.
       01 IMPRIMEUR-LIGNE PIC X(140).

       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD EXCEPTIONS-FILE.
       01 EXCEPTION-LIGNE PIC X(120).

       FD LOT-CONTROL-FILE.
       01 LIGNE-LOT-CTL PIC 9(8).

       FD LOTS-FILE.
       01 LOTS-LIGNE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-IMPRIMEUR     PIC XX.
       01 WS-FS-GUICHET       PIC XX.
       01 WS-FS-EXCEPTIONS    PIC XX.
       01 WS-FS-LOT-CTL       PIC XX.
       01 WS-FS-LOTS          PIC XX.
       01 WS-NOM-FICHIER      PIC X(30).

      *>   Lot en cours : conserve d'un appel a l'autre entre
      *>   l'ouverture 'O' et la fermeture 'F'.
       01 WS-LOT-OUVERT       PIC X(1) VALUE 'N'.
       01 WS-LOT-NUMERO       PIC 9(8) VALUE 0.
       01 WS-LOT-NOM          PIC X(12).
       01 WS-DATE-LOT         PIC 9(8) VALUE 0.
       01 WS-HEURE-LOT        PIC 9(8) VALUE 0.
       01 WS-NB-DOCUMENTS     PIC 9(6) VALUE 0.
       01 WS-NB-PAGES         PIC 9(7) VALUE 0.
       01 WS-NB-ECARTES       PIC 9(6) VALUE 0.

      *>   Document en cours : 'N' tant qu'aucun n'est ouvert ou que
      *>   le dernier a ete ecarte -- ses lignes sont alors ignorees.
       01 WS-DOC-EN-COURS     PIC X(1) VALUE 'N'.
       01 WS-DOC-PAGES        PIC 9(3) VALUE 0.
       01 WS-LIGNES-PAGE      PIC 9(2) VALUE 0.
       01 WS-LIGNES-MAX       PIC 9(2) VALUE 50.

      *>   Action passee a DATE-EXPLOIT : le lot est date de la
      *>   journee d'exploitation.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Fiche guichet du client du document (CLIENTREC), relue
      *>   dans client.txt.
       01 WS-CLI-REC.
           COPY CLIENTREC.
       01 WS-FICHE-TROUVEE    PIC X(1).
       01 WS-GUI-ID-CHAR      PIC X(5).
       01 WS-GUI-SOLDE        PIC X(12).
       01 WS-MOTIF            PIC X(5).

      *>   Bloc adresse decoupe en lignes postales de 38 caracteres.
       01 WS-ADR-LIGNE-1      PIC X(38).
       01 WS-ADR-LIGNE-2      PIC X(38).
       01 WS-ADR-LIGNE-3      PIC X(38).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "EDITION-ROUTAGE".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

       LINKAGE SECTION.
       01 LK-ACTION    PIC X(1).
       01 LK-NOM-LOT   PIC X(12).
       01 LK-TYPE-DOC  PIC X(4).
       01 LK-CLIENT    PIC 9(5).
       01 LK-LIGNE     PIC X(132).
       01 LK-RETENU    PIC X(1).

       PROCEDURE DIVISION USING LK-ACTION LK-NOM-LOT LK-TYPE-DOC
            LK-CLIENT LK-LIGNE LK-RETENU.
       MAIN-SECTION.
           EVALUATE LK-ACTION
               WHEN 'O'
                   PERFORM OUVRIR-LOT
               WHEN 'D'
                   PERFORM OUVRIR-DOCUMENT
               WHEN 'L'
                   PERFORM ECRIRE-TEXTE
               WHEN 'P'
                   PERFORM SAUTER-PAGE
               WHEN 'F'
                   PERFORM FERMER-LOT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       *>--------------------------------------------------------------
       OUVRIR-LOT.
           IF WS-LOT-OUVERT = 'Y'
               PERFORM FERMER-LOT
           END-IF
           PERFORM PRENDRE-NUMERO-LOT
           MOVE SPACES TO WS-NOM-FICHIER
           STRING "imprimeur_" DELIMITED BY SIZE
                  WS-LOT-NUMERO DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-FICHIER
           END-STRING
           OPEN OUTPUT IMPRIMEUR-FILE
           IF WS-FS-IMPRIMEUR NOT = "00"
               DISPLAY "Erreur creation " FUNCTION TRIM (WS-NOM-FICHIER)
                       " : " WS-FS-IMPRIMEUR
               MOVE "OUVRIR-LOT"    TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-IMPRIMEUR TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LK-NOM-LOT TO WS-LOT-NOM
           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-LOT
           ACCEPT WS-HEURE-LOT FROM TIME
           MOVE 'Y' TO WS-LOT-OUVERT
           MOVE 'N' TO WS-DOC-EN-COURS
           MOVE 0 TO WS-NB-DOCUMENTS WS-NB-PAGES WS-NB-ECARTES
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "ENT|" DELIMITED BY SIZE
                  WS-LOT-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LOT-NOM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DATE-LOT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-HEURE-LOT DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE.

       *>--------------------------------------------------------------
       PRENDRE-NUMERO-LOT.
           MOVE 0 TO WS-LOT-NUMERO
           OPEN INPUT LOT-CONTROL-FILE
           IF WS-FS-LOT-CTL = "00"
               READ LOT-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LIGNE-LOT-CTL IS NUMERIC
                           MOVE LIGNE-LOT-CTL TO WS-LOT-NUMERO
                       END-IF
               END-READ
               CLOSE LOT-CONTROL-FILE
           END-IF
           ADD 1 TO WS-LOT-NUMERO
           MOVE WS-LOT-NUMERO TO LIGNE-LOT-CTL
           OPEN OUTPUT LOT-CONTROL-FILE
           WRITE LIGNE-LOT-CTL
           CLOSE LOT-CONTROL-FILE.

       *>--------------------------------------------------------------
       OUVRIR-DOCUMENT.
           MOVE 'N' TO LK-RETENU
           IF WS-LOT-OUVERT = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM TERMINER-DOCUMENT
           PERFORM CHERCHER-FICHE
           PERFORM CONTROLER-ADRESSE
           IF WS-MOTIF NOT = SPACES
               PERFORM ECARTER-DOCUMENT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NB-DOCUMENTS
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "DOC|" DELIMITED BY SIZE
                  WS-NB-DOCUMENTS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LK-TYPE-DOC DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LK-CLIENT DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE

           PERFORM DECOUPER-ADRESSE
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "ADR|1|" DELIMITED BY SIZE
                  WS-ADR-LIGNE-1 DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "ADR|2|" DELIMITED BY SIZE
                  WS-ADR-LIGNE-2 DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "ADR|3|" DELIMITED BY SIZE
                  WS-ADR-LIGNE-3 DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE

           MOVE 'Y' TO WS-DOC-EN-COURS
           MOVE 0 TO WS-DOC-PAGES
           PERFORM COMMENCER-PAGE
           MOVE 'Y' TO LK-RETENU.

       *>--------------------------------------------------------------
       CHERCHER-FICHE.
      *>   Fiche du client dans client.txt, decoupee dans CLIENTREC.
      *>   Une fiche d'avant le dix-neuvieme champ laisse l'indicateur
      *>   de retour a blanc.
           MOVE 'N' TO WS-FICHE-TROUVEE
           INITIALIZE WS-CLI-REC
           OPEN INPUT GUICHET-FILE
           IF WS-FS-GUICHET NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ GUICHET-FILE
               AT END MOVE "10" TO WS-FS-GUICHET
           END-READ
           PERFORM UNTIL WS-FS-GUICHET = "10"
               PERFORM EXAMINER-LIGNE-GUICHET
               IF WS-FICHE-TROUVEE = 'Y'
                   MOVE "10" TO WS-FS-GUICHET
               ELSE
                   READ GUICHET-FILE
                       AT END MOVE "10" TO WS-FS-GUICHET
                   END-READ
               END-IF
           END-PERFORM
           CLOSE GUICHET-FILE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-GUICHET.
           IF GUICHET-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GUI-ID-CHAR
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-GUI-ID-CHAR) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-GUI-ID-CHAR) NOT = LK-CLIENT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GUI-SOLDE
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-GUI-ID-CHAR CLI-NOM CLI-PRENOM
                    CLI-DATE-NAISSANCE WS-GUI-SOLDE CLI-STATUT
                    CLI-RUE CLI-VILLE CLI-CODE-POSTAL CLI-TELEPHONE
                    CLI-DATE-SUPPR CLI-SEGMENT CLI-EXONERE
                    CLI-PIECE-TYPE CLI-PIECE-NUMERO
                    CLI-PIECE-EXPIRE CLI-REVISION CLI-AGENCE
                    CLI-RETOUR-PLI
           END-UNSTRING
           MOVE LK-CLIENT TO CLI-ID
           MOVE 'Y' TO WS-FICHE-TROUVEE.

       *>--------------------------------------------------------------
       CONTROLER-ADRESSE.
      *>   Motif d'ecart, a blanc si l'adresse est postable.
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN WS-FICHE-TROUVEE = 'N'
                   MOVE "FICHE" TO WS-MOTIF
               WHEN CLI-RETOUR-PLI = 'R'
                   MOVE "NPAI" TO WS-MOTIF
               WHEN CLI-RUE = SPACES
                   MOVE "RUE" TO WS-MOTIF
               WHEN CLI-VILLE = SPACES
                   MOVE "VILLE" TO WS-MOTIF
               WHEN CLI-CODE-POSTAL (1:5) IS NOT NUMERIC OR
                    CLI-CODE-POSTAL (6:5) NOT = SPACES
                   MOVE "CP" TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *>--------------------------------------------------------------
       ECARTER-DOCUMENT.
      *>   Meme idiome d'ajout que EXCLOG.
           ADD 1 TO WS-NB-ECARTES
           MOVE 'N' TO WS-DOC-EN-COURS
           MOVE SPACES TO EXCEPTION-LIGNE
           STRING WS-DATE-LOT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LOT-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LOT-NOM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LK-TYPE-DOC DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  LK-CLIENT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MOTIF) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-NOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-PRENOM) DELIMITED BY SIZE
                  INTO EXCEPTION-LIGNE
           END-STRING
           OPEN INPUT EXCEPTIONS-FILE
           IF WS-FS-EXCEPTIONS = "00"
               CLOSE EXCEPTIONS-FILE
               OPEN EXTEND EXCEPTIONS-FILE
           ELSE
               OPEN OUTPUT EXCEPTIONS-FILE
           END-IF
           WRITE EXCEPTION-LIGNE
           CLOSE EXCEPTIONS-FILE
           DISPLAY "Courrier du client " LK-CLIENT
                   " ecarte de l'imprimeur (motif "
                   FUNCTION TRIM (WS-MOTIF) ")".

       *>--------------------------------------------------------------
       DECOUPER-ADRESSE.
      *>   Ligne 1 : prenom et nom ; ligne 2 : rue ; ligne 3 : code
      *>   postal et ville.
           MOVE SPACES TO WS-ADR-LIGNE-1 WS-ADR-LIGNE-2 WS-ADR-LIGNE-3
           STRING FUNCTION TRIM (CLI-PRENOM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-NOM) DELIMITED BY SIZE
                  INTO WS-ADR-LIGNE-1
           END-STRING
           MOVE CLI-RUE TO WS-ADR-LIGNE-2
           STRING CLI-CODE-POSTAL (1:5) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (CLI-VILLE) DELIMITED BY SIZE
                  INTO WS-ADR-LIGNE-3
           END-STRING.

       *>--------------------------------------------------------------
       COMMENCER-PAGE.
           ADD 1 TO WS-DOC-PAGES
           ADD 1 TO WS-NB-PAGES
           MOVE 0 TO WS-LIGNES-PAGE
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "PAG|" DELIMITED BY SIZE
                  WS-DOC-PAGES DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE.

       *>--------------------------------------------------------------
       ECRIRE-TEXTE.
           IF WS-LOT-OUVERT = 'N' OR WS-DOC-EN-COURS = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-LIGNES-PAGE >= WS-LIGNES-MAX
               PERFORM COMMENCER-PAGE
           END-IF
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "TXT|" DELIMITED BY SIZE
                  LK-LIGNE DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE
           ADD 1 TO WS-LIGNES-PAGE.

       *>--------------------------------------------------------------
       SAUTER-PAGE.
      *>   Une page encore vierge n'en ouvre pas une autre.
           IF WS-LOT-OUVERT = 'N' OR WS-DOC-EN-COURS = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-LIGNES-PAGE > 0
               PERFORM COMMENCER-PAGE
           END-IF.

       *>--------------------------------------------------------------
       TERMINER-DOCUMENT.
           IF WS-DOC-EN-COURS = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "FDC|" DELIMITED BY SIZE
                  WS-NB-DOCUMENTS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DOC-PAGES DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE
           MOVE 'N' TO WS-DOC-EN-COURS.

       *>--------------------------------------------------------------
       FERMER-LOT.
           IF WS-LOT-OUVERT = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM TERMINER-DOCUMENT
           MOVE SPACES TO IMPRIMEUR-LIGNE
           STRING "FIN|" DELIMITED BY SIZE
                  WS-LOT-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NB-DOCUMENTS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NB-PAGES DELIMITED BY SIZE
                  INTO IMPRIMEUR-LIGNE
           END-STRING
           WRITE IMPRIMEUR-LIGNE
           CLOSE IMPRIMEUR-FILE
           MOVE 'N' TO WS-LOT-OUVERT

           MOVE SPACES TO LOTS-LIGNE
           STRING WS-LOT-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LOT-NOM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DATE-LOT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NB-DOCUMENTS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NB-PAGES DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-NB-ECARTES DELIMITED BY SIZE
                  INTO LOTS-LIGNE
           END-STRING
           OPEN INPUT LOTS-FILE
           IF WS-FS-LOTS = "00"
               CLOSE LOTS-FILE
               OPEN EXTEND LOTS-FILE
           ELSE
               OPEN OUTPUT LOTS-FILE
           END-IF
           WRITE LOTS-LIGNE
           CLOSE LOTS-FILE

           DISPLAY "Lot imprimeur " WS-LOT-NUMERO " ("
                   FUNCTION TRIM (WS-LOT-NOM) ") : "
                   WS-NB-DOCUMENTS " document(s), " WS-NB-PAGES
                   " page(s), " WS-NB-ECARTES " ecarte(s)".
