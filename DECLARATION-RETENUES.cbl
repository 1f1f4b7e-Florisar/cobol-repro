       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARATION-RETENUES.

      *----------------------------------------------------------------
      * Nom du programme : DECLARATION-RETENUES
      * Description    : Declaration mensuelle de la retenue a la
      *                  source pour l'administration fiscale -- les
      *                  lignes du mois dans retenues.txt (voir
      *                  RETENUE-SOURCE : INTERET, CLOTURE-COMPTE et
      *                  DEPOTS-TERME y inscrivent chaque credit
      *                  d'interets) sont triees et cumulees par
      *                  titulaire dans un fichier a format fixe
      *                  declaration_retenues_AAAAMM.txt : un
      *                  enregistrement par client (interets bruts,
      *                  retenue, temoin d'exoneration), ouvert par un
      *                  en-tete sequence et clos par un pied de
      *                  controle (nombre de clients, totaux bruts et
      *                  retenus), sur le modele d'EXTRAIT-REG.
      *
      *                  Le mois est celui du pilote de fin de mois
      *                  (mois_pilote.txt, pose par BATCH-MOIS), a
      *                  defaut il est demande. retenues_control.txt
      *                  garde "AAAAMM|SEQUENCE" de la derniere
      *                  declaration : un mois deja declare, ou
      *                  anterieur, est refuse. La declaration reprend
      *                  tout credit date d'apres le mois precedemment
      *                  declare. Les totaux de controle sont imprimes
      *                  pour le dossier de versement.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENUES-FILE
              ASSIGN TO "retenues.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RETENUES.

           SELECT DECLARATION-FILE
              ASSIGN TO DYNAMIC WS-NOM-DECLARATION
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECLARATION.

      *>   "AAAAMM|SEQUENCE" : dernier mois declare et numero de la
      *>   derniere declaration -- le meme mois ne part pas deux fois.
           SELECT RET-CTL-FILE
              ASSIGN TO "retenues_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RET-CTL.

           SELECT MOIS-PILOTE-FILE
              ASSIGN TO "mois_pilote.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MOIS-PILOTE.

           SELECT TRI-FILE
              ASSIGN TO "tri_retenues.tmp".

       DATA DIVISION.
       FILE SECTION.
      *>   "AAAAMMJJ|TITULAIRE|COMPTE|BRUT|RETENUE|EXONERE|PROGRAMME".
       FD RETENUES-FILE.
       01 RETENUE-LIGNE PIC X(80).

      *>   En-tete 'E' (sequence de declaration, mois, date de
      *>   production), detail 'D' (titulaire, interets bruts,
      *>   retenue, temoin d'exoneration O/N), pied 'T' (nombre de
      *>   clients, total brut, total retenu).
       FD DECLARATION-FILE.
       01 DCL-ENTETE.
           05 ENT-CODE      PIC X(1).
           05 ENT-SEQUENCE  PIC 9(6).
           05 ENT-MOIS      PIC 9(6).
           05 ENT-DATE-PROD PIC 9(8).
       01 DCL-DETAIL.
           05 DET-CODE      PIC X(1).
           05 DET-ID        PIC 9(5).
           05 DET-BRUT      PIC 9(9)V99.
           05 DET-RETENUE   PIC 9(9)V99.
           05 DET-EXONERE   PIC X(1).
       01 DCL-PIED.
           05 PIED-CODE     PIC X(1).
           05 PIED-NB       PIC 9(7).
           05 PIED-BRUT     PIC 9(11)V99.
           05 PIED-RETENUE  PIC 9(11)V99.

       FD RET-CTL-FILE.
       01 RET-CTL-LIGNE PIC X(20).

       FD MOIS-PILOTE-FILE.
       01 LIGNE-MOIS-PILOTE PIC X(6).

       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-TITULAIRE   PIC 9(5).
           05 TRI-DATE        PIC 9(8).
           05 TRI-BRUT        PIC 9(7)V99.
           05 TRI-RETENUE     PIC 9(7)V99.
           05 TRI-EXONERE     PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-FS-RETENUES      PIC XX.
       01 WS-FS-DECLARATION   PIC XX.
       01 WS-FS-RET-CTL       PIC XX.
       01 WS-FS-MOIS-PILOTE   PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".
       01 WS-NOM-DECLARATION  PIC X(40).

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

       01 WS-MOIS-DECLARE     PIC 9(6) VALUE 0.
       01 WS-MOIS-DEJA-DECLARE PIC 9(6) VALUE 0.
       01 WS-SEQUENCE-DECL    PIC 9(6) VALUE 0.
       01 WS-CTL-MOIS-CHAR    PIC X(6).
       01 WS-CTL-SEQ-CHAR     PIC X(6).

      *>   Champs passes a SAISIE-NUM (saisie numerique bornee
      *>   partagee) : zones de la bonne taille, pas des litteraux.
       01 WS-LIBELLE-SAISIE   PIC X(60).
       01 WS-BORNE-MIN-SAISIE PIC 9(9).
       01 WS-BORNE-MAX-SAISIE PIC 9(9).
       01 WS-VALEUR-SAISIE    PIC 9(9).

      *>   Champs eclates d'une ligne de retenues.txt.
       01 WS-RET-DATE         PIC X(8).
       01 WS-RET-TITULAIRE    PIC X(5).
       01 WS-RET-COMPTE       PIC X(5).
       01 WS-RET-BRUT         PIC X(12).
       01 WS-RET-RETENUE      PIC X(12).
       01 WS-RET-EXONERE      PIC X(1).
       01 WS-NB-LIGNES        PIC 9(7) VALUE 0.
       01 WS-NB-ILLISIBLES    PIC 9(5) VALUE 0.

      *>   Rupture par titulaire sur le fichier trie.
       01 WS-TITULAIRE-COURANT PIC 9(5) VALUE 0.
       01 WS-CUMUL-BRUT       PIC 9(9)V99 VALUE 0.
       01 WS-CUMUL-RETENUE    PIC 9(9)V99 VALUE 0.
       01 WS-CUMUL-EXONERE    PIC X(1).
       01 WS-PREMIER          PIC X(1) VALUE 'Y'.

       01 WS-NB-CLIENTS       PIC 9(7) VALUE 0.
       01 WS-TOTAL-BRUT       PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-RETENUE    PIC 9(11)V99 VALUE 0.
       01 WS-BRUT-EDIT        PIC Z(8)9.99.
       01 WS-RETENUE-EDIT     PIC Z(8)9.99.
       01 WS-TOTAL-BRUT-EDIT  PIC Z(10)9.99.
       01 WS-TOTAL-RET-EDIT   PIC Z(10)9.99.

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "DECLARATION MENSUELLE DE LA RETENUE A LA SOURCE"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           PERFORM LIRE-MOIS-PILOTE
           IF WS-MOIS-DECLARE = 0
               MOVE "Mois a declarer (AAAAMM) :" TO WS-LIBELLE-SAISIE
               MOVE 190001 TO WS-BORNE-MIN-SAISIE
               MOVE 999912 TO WS-BORNE-MAX-SAISIE
               CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                    WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                    WS-VALEUR-SAISIE
               MOVE WS-VALEUR-SAISIE TO WS-MOIS-DECLARE
           END-IF

           PERFORM LIRE-CONTROLE-DECLARATION
           IF WS-MOIS-DECLARE NOT > WS-MOIS-DEJA-DECLARE
               DISPLAY "Le mois " WS-MOIS-DECLARE " est deja declare "
                       "(derniere declaration no " WS-SEQUENCE-DECL
                       " pour " WS-MOIS-DEJA-DECLARE
                       ") -- declaration refusee"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-SEQUENCE-DECL

           MOVE SPACES TO WS-NOM-DECLARATION
           STRING "declaration_retenues_" DELIMITED BY SIZE
                  WS-MOIS-DECLARE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-DECLARATION
           END-STRING

           OPEN OUTPUT DECLARATION-FILE
           IF WS-FS-DECLARATION NOT = "00"
               DISPLAY "Erreur creation "
                       FUNCTION TRIM (WS-NOM-DECLARATION) " : "
                       WS-FS-DECLARATION
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'E' TO ENT-CODE
           MOVE WS-SEQUENCE-DECL TO ENT-SEQUENCE
           MOVE WS-MOIS-DECLARE TO ENT-MOIS
           MOVE WS-DATE-JOUR TO ENT-DATE-PROD
           WRITE DCL-ENTETE

           SORT TRI-FILE
               ON ASCENDING KEY TRI-TITULAIRE TRI-DATE
               INPUT PROCEDURE IS RELEVER-RETENUES-MOIS
               OUTPUT PROCEDURE IS CUMULER-PAR-TITULAIRE

           MOVE 'T' TO PIED-CODE
           MOVE WS-NB-CLIENTS TO PIED-NB
           MOVE WS-TOTAL-BRUT TO PIED-BRUT
           MOVE WS-TOTAL-RETENUE TO PIED-RETENUE
           WRITE DCL-PIED
           CLOSE DECLARATION-FILE

           PERFORM RETENIR-DECLARATION
           PERFORM IMPRIMER-TOTAUX-DECLARATION

           MOVE WS-TOTAL-BRUT TO WS-TOTAL-BRUT-EDIT
           MOVE WS-TOTAL-RETENUE TO WS-TOTAL-RET-EDIT
           DISPLAY WS-SEPARATEUR
           DISPLAY "Declaration " FUNCTION TRIM (WS-NOM-DECLARATION)
                   " (no " WS-SEQUENCE-DECL ")"
           DISPLAY "Credits d'interets du mois : " WS-NB-LIGNES
           DISPLAY "Clients declares           : " WS-NB-CLIENTS
           DISPLAY "Total des interets bruts   : " WS-TOTAL-BRUT-EDIT
           DISPLAY "Total retenu a reverser    : " WS-TOTAL-RET-EDIT
           IF WS-NB-ILLISIBLES > 0
               DISPLAY "Lignes illisibles ignorees : " WS-NB-ILLISIBLES
           END-IF
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-MOIS-PILOTE.
      *>   Le pilote de fin de mois (BATCH-MOIS) pose le mois a
      *>   traiter dans mois_pilote.txt -- le meme que les autres
      *>   etapes de la cloture.
           MOVE 0 TO WS-MOIS-DECLARE
           OPEN INPUT MOIS-PILOTE-FILE
           IF WS-FS-MOIS-PILOTE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MOIS-PILOTE-FILE
             AT END
               CONTINUE
             NOT AT END
               IF LIGNE-MOIS-PILOTE IS NUMERIC
                   MOVE LIGNE-MOIS-PILOTE TO WS-MOIS-DECLARE
                   DISPLAY "Mois impose par le pilote de fin de "
                           "mois : " WS-MOIS-DECLARE
               END-IF
           END-READ
           CLOSE MOIS-PILOTE-FILE.

       *>--------------------------------------------------------------
       RELEVER-RETENUES-MOIS.
           OPEN INPUT RETENUES-FILE
           IF WS-FS-RETENUES NOT = "00"
               DISPLAY "Aucune retenue enregistree -- declaration "
                       "a neant"
               EXIT PARAGRAPH
           END-IF
           READ RETENUES-FILE
               AT END MOVE "10" TO WS-FS-RETENUES
           END-READ
           PERFORM UNTIL WS-FS-RETENUES = "10"
               PERFORM RETENIR-LIGNE-MOIS
               READ RETENUES-FILE
                   AT END MOVE "10" TO WS-FS-RETENUES
               END-READ
           END-PERFORM
           CLOSE RETENUES-FILE.

       *>--------------------------------------------------------------
       RETENIR-LIGNE-MOIS.
           IF RETENUE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RET-DATE WS-RET-TITULAIRE WS-RET-COMPTE
           MOVE SPACES TO WS-RET-BRUT WS-RET-RETENUE WS-RET-EXONERE
           UNSTRING RETENUE-LIGNE DELIMITED BY "|"
               INTO WS-RET-DATE WS-RET-TITULAIRE WS-RET-COMPTE
                    WS-RET-BRUT WS-RET-RETENUE WS-RET-EXONERE
           END-UNSTRING
           IF WS-RET-DATE IS NOT NUMERIC OR
              WS-RET-TITULAIRE IS NOT NUMERIC OR
              FUNCTION TEST-NUMVAL (WS-RET-BRUT) NOT = 0 OR
              FUNCTION TEST-NUMVAL (WS-RET-RETENUE) NOT = 0
               ADD 1 TO WS-NB-ILLISIBLES
               EXIT PARAGRAPH
           END-IF
      *>   Tout credit date d'apres le dernier mois declare et
      *>   jusqu'au mois declare : une ligne posee apres la cloture de
      *>   son mois part dans la declaration suivante, aucune ne se
      *>   perd ni ne part deux fois.
           IF WS-RET-DATE (1:6) NOT > WS-MOIS-DEJA-DECLARE OR
              WS-RET-DATE (1:6) > WS-MOIS-DECLARE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RET-TITULAIRE TO TRI-TITULAIRE
           MOVE WS-RET-DATE      TO TRI-DATE
           COMPUTE TRI-BRUT    = FUNCTION NUMVAL (WS-RET-BRUT)
           COMPUTE TRI-RETENUE = FUNCTION NUMVAL (WS-RET-RETENUE)
           IF WS-RET-EXONERE = 'O'
               MOVE 'O' TO TRI-EXONERE
           ELSE
               MOVE 'N' TO TRI-EXONERE
           END-IF
           ADD 1 TO WS-NB-LIGNES
           RELEASE TRI-REC.

       *>--------------------------------------------------------------
       CUMULER-PAR-TITULAIRE.
      *>   Une ligne 'D' par titulaire ; le temoin d'exoneration est
      *>   celui de son dernier credit du mois.
           MOVE 'Y' TO WS-PREMIER
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "RETENUES" TO WS-EDT-NOM
           MOVE "DECLARATION DE LA RETENUE A LA SOURCE SUR INTERETS"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "CLIENT   INTERETS BRUTS       RETENUE  EXONERE"
                TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           PERFORM UNTIL 1 = 2
               RETURN TRI-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               IF WS-PREMIER = 'N' AND
                  TRI-TITULAIRE NOT = WS-TITULAIRE-COURANT
                   PERFORM ECRIRE-DETAIL-TITULAIRE
               END-IF
               IF WS-PREMIER = 'Y' OR
                  TRI-TITULAIRE NOT = WS-TITULAIRE-COURANT
                   MOVE 'N' TO WS-PREMIER
                   MOVE TRI-TITULAIRE TO WS-TITULAIRE-COURANT
                   MOVE 0 TO WS-CUMUL-BRUT WS-CUMUL-RETENUE
               END-IF
               ADD TRI-BRUT    TO WS-CUMUL-BRUT
               ADD TRI-RETENUE TO WS-CUMUL-RETENUE
               MOVE TRI-EXONERE TO WS-CUMUL-EXONERE
           END-PERFORM
           IF WS-PREMIER = 'N'
               PERFORM ECRIRE-DETAIL-TITULAIRE
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-DETAIL-TITULAIRE.
           MOVE 'D' TO DET-CODE
           MOVE WS-TITULAIRE-COURANT TO DET-ID
           MOVE WS-CUMUL-BRUT    TO DET-BRUT
           MOVE WS-CUMUL-RETENUE TO DET-RETENUE
           MOVE WS-CUMUL-EXONERE TO DET-EXONERE
           WRITE DCL-DETAIL
           ADD 1 TO WS-NB-CLIENTS
           ADD WS-CUMUL-BRUT    TO WS-TOTAL-BRUT
           ADD WS-CUMUL-RETENUE TO WS-TOTAL-RETENUE

           MOVE WS-CUMUL-BRUT    TO WS-BRUT-EDIT
           MOVE WS-CUMUL-RETENUE TO WS-RETENUE-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-TITULAIRE-COURANT DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-BRUT-EDIT         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-RETENUE-EDIT      DELIMITED BY SIZE
                  "     "              DELIMITED BY SIZE
                  WS-CUMUL-EXONERE     DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       LIRE-CONTROLE-DECLARATION.
           MOVE 0 TO WS-MOIS-DEJA-DECLARE
           MOVE 0 TO WS-SEQUENCE-DECL
           OPEN INPUT RET-CTL-FILE
           IF WS-FS-RET-CTL = "00"
               READ RET-CTL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SPACES TO WS-CTL-MOIS-CHAR WS-CTL-SEQ-CHAR
                   UNSTRING RET-CTL-LIGNE DELIMITED BY "|"
                       INTO WS-CTL-MOIS-CHAR WS-CTL-SEQ-CHAR
                   END-UNSTRING
                   IF WS-CTL-MOIS-CHAR IS NUMERIC
                       MOVE WS-CTL-MOIS-CHAR TO WS-MOIS-DEJA-DECLARE
                   END-IF
                   IF WS-CTL-SEQ-CHAR IS NUMERIC
                       MOVE WS-CTL-SEQ-CHAR TO WS-SEQUENCE-DECL
                   END-IF
               END-READ
               CLOSE RET-CTL-FILE
           END-IF.

       *>--------------------------------------------------------------
       RETENIR-DECLARATION.
           MOVE SPACES TO RET-CTL-LIGNE
           STRING WS-MOIS-DECLARE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SEQUENCE-DECL DELIMITED BY SIZE
                  INTO RET-CTL-LIGNE
           END-STRING
           OPEN OUTPUT RET-CTL-FILE
           WRITE RET-CTL-LIGNE
           CLOSE RET-CTL-FILE.

       *>--------------------------------------------------------------
       IMPRIMER-TOTAUX-DECLARATION.
      *>   Pied de l'etat ouvert par CUMULER-PAR-TITULAIRE : les
      *>   totaux de controle du versement a l'administration.
           MOVE WS-TOTAL-BRUT TO WS-TOTAL-BRUT-EDIT
           MOVE WS-TOTAL-RETENUE TO WS-TOTAL-RET-EDIT
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Mois " DELIMITED BY SIZE
                  WS-MOIS-DECLARE DELIMITED BY SIZE
                  "  Declaration no " DELIMITED BY SIZE
                  WS-SEQUENCE-DECL DELIMITED BY SIZE
                  "  Clients " DELIMITED BY SIZE
                  WS-NB-CLIENTS DELIMITED BY SIZE
                  "  Bruts " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-BRUT-EDIT) DELIMITED BY SIZE
                  "  Retenu " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-RET-EDIT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.
