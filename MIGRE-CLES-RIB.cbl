       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRE-CLES-RIB.

      *----------------------------------------------------------------
      * Nom du programme : MIGRE-CLES-RIB
      * Description    : Pose des cles RIB (voir CLE-RIB) sur les
      *                  fichiers en cours d'avant les cles -- chaque
      *                  ligne de detail du lot transactions.txt, des
      *                  mouvements en attente de date de valeur, en
      *                  attente de double regard, approuves et rejetes
      *                  recoit ses huitieme et neuvieme champs
      *                  CLE-COMPTE / CLE-DEST ; chaque ordre permanent
      *                  recoit ses cles apres PROCHAINE (le 'S' d'un
      *                  ordre suspendu passe en huitieme champ) ;
      *                  chaque entree de correspondance_comptes.txt
      *                  recoit la cle de son identifiant en troisieme
      *                  champ. Sans ce passage MAJ-SOLDE rejetterait
      *                  tout le lot en cours sous le motif CLE.
      *                  Chaque fichier est d'abord copie tel quel dans
      *                  <nom>_avant_cles.txt, puis reecrit (meme
      *                  demarche que MIGRE-AGENCES). Une ligne qui
      *                  porte deja ses cles est recopiee sans
      *                  changement : relancer le traitement ne touche
      *                  a rien.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Un seul couple fichier / copie de surete, nomme a chaque
      *>   passage (meme principe que EDITION-ETAT).
           SELECT LOT-FILE
              ASSIGN TO DYNAMIC WS-NOM-FICHIER
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LOT.

           SELECT SURETE-FILE
              ASSIGN TO DYNAMIC WS-NOM-SURETE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SURETE.

       DATA DIVISION.
       FILE SECTION.
       FD LOT-FILE.
       01 LOT-LIGNE PIC X(100).

       FD SURETE-FILE.
       01 SURETE-LIGNE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-LOT           PIC XX.
       01 WS-FS-SURETE        PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".
       01 WS-NOM-FICHIER      PIC X(40).
       01 WS-NOM-SURETE       PIC X(40).

      *>   Nature du fichier en cours : 'T' lignes de lot brutes,
      *>   'R' rejets ("MOTIF|ligne"), 'O' ordres permanents,
      *>   'C' table de correspondance.
       01 WS-GENRE            PIC X(1).

      *>   Compteurs du fichier en cours et du passage.
       01 WS-NB-LUS           PIC 9(5) VALUE 0.
       01 WS-NB-MIG           PIC 9(5) VALUE 0.
       01 WS-NB-LUS-TOTAL     PIC 9(5) VALUE 0.
       01 WS-NB-MIG-TOTAL     PIC 9(5) VALUE 0.

       01 WS-LIGNE            PIC X(100).
       01 WS-LIGNE-AVANT      PIC X(100).
       01 WS-NB-BARRES        PIC 9(3) COMP.

      *>   Rejet : motif et ligne d'origine.
       01 WS-REJ-MOTIF        PIC X(12).
       01 WS-REJ-PTR          PIC 9(3) COMP.

      *>   Ordre permanent : champs d'avant les cles.
       01 WS-ORD-COMPTE       PIC X(5).
       01 WS-ORD-DEST         PIC X(5).
       01 WS-ORD-MONTANT      PIC X(10).
       01 WS-ORD-FREQ         PIC X(1).
       01 WS-ORD-PROCHAINE    PIC X(8).
       01 WS-ORD-SUSPENDU     PIC X(1).
       01 WS-ORD-CLE          PIC 9(2).
       01 WS-ORD-CLE-DEST     PIC 9(2).

      *>   Correspondance : compte externe, identifiant, cle.
       01 WS-COR-EXT          PIC X(11).
       01 WS-COR-ID-CHAR      PIC X(5).
       01 WS-COR-CLE          PIC X(3).

      *>   Arguments de CLE-RIB.
       01 WS-RIB-ACTION       PIC X(1).
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.
       01 WS-RIB-LIGNE        PIC X(80).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "MIGRE-CLES-RIB".
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
           DISPLAY "POSE DES CLES RIB SUR LES FICHIERS EN COURS"
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

           MOVE 'T' TO WS-GENRE
           MOVE "transactions.txt" TO WS-NOM-FICHIER
           MOVE "transactions_avant_cles.txt" TO WS-NOM-SURETE
           PERFORM MIGRER-FICHIER
           MOVE "transactions_attente.txt" TO WS-NOM-FICHIER
           MOVE "transactions_attente_avant_cles.txt"
                TO WS-NOM-SURETE
           PERFORM MIGRER-FICHIER
           MOVE "approbations_attente.txt" TO WS-NOM-FICHIER
           MOVE "approbations_attente_avant_cles.txt"
                TO WS-NOM-SURETE
           PERFORM MIGRER-FICHIER
           MOVE "transactions_approuvees.txt" TO WS-NOM-FICHIER
           MOVE "transactions_approuvees_avant_cles.txt"
                TO WS-NOM-SURETE
           PERFORM MIGRER-FICHIER

           MOVE 'R' TO WS-GENRE
           MOVE "transactions_rejets.txt" TO WS-NOM-FICHIER
           MOVE "transactions_rejets_avant_cles.txt" TO WS-NOM-SURETE
           PERFORM MIGRER-FICHIER

           MOVE 'O' TO WS-GENRE
           MOVE "ordres_permanents.txt" TO WS-NOM-FICHIER
           MOVE "ordres_permanents_avant_cles.txt" TO WS-NOM-SURETE
           PERFORM MIGRER-FICHIER

           MOVE 'C' TO WS-GENRE
           MOVE "correspondance_comptes.txt" TO WS-NOM-FICHIER
           MOVE "correspondance_comptes_avant_cles.txt"
                TO WS-NOM-SURETE
           PERFORM MIGRER-FICHIER

           DISPLAY WS-SEPARATEUR
           DISPLAY "Lignes relues    : " WS-NB-LUS-TOTAL
           DISPLAY "Lignes completees: " WS-NB-MIG-TOTAL
           DISPLAY WS-SEPARATEUR
           PERFORM LIBERER-VERROU-TRAITEMENT
           GOBACK.

       *>--------------------------------------------------------------
       MIGRER-FICHIER.
      *>   Copie de surete, puis le fichier recree depuis la copie,
      *>   ligne par ligne selon WS-GENRE. Un fichier absent n'a rien
      *>   a completer.
           MOVE 0 TO WS-NB-LUS WS-NB-MIG
           OPEN INPUT LOT-FILE
           IF WS-FS-LOT NOT = "00"
               DISPLAY FUNCTION TRIM (WS-NOM-FICHIER)
                       " absent -- rien a completer"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SURETE-FILE
           READ LOT-FILE
               AT END MOVE "10" TO WS-FS-LOT
           END-READ
           PERFORM UNTIL WS-FS-LOT = "10"
               MOVE LOT-LIGNE TO SURETE-LIGNE
               WRITE SURETE-LIGNE
               READ LOT-FILE
                   AT END MOVE "10" TO WS-FS-LOT
               END-READ
           END-PERFORM
           CLOSE SURETE-FILE
           CLOSE LOT-FILE

           OPEN INPUT SURETE-FILE
           OPEN OUTPUT LOT-FILE
           IF WS-FS-LOT NOT = "00"
               DISPLAY "Erreur recreation de "
                       FUNCTION TRIM (WS-NOM-FICHIER) " : "
                       WS-FS-LOT " -- voir "
                       FUNCTION TRIM (WS-NOM-SURETE)
               MOVE "MIGRER-FICHIER" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-LOT        TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               CLOSE SURETE-FILE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ SURETE-FILE
               AT END MOVE "10" TO WS-FS-SURETE
           END-READ
           PERFORM UNTIL WS-FS-SURETE = "10"
               MOVE SURETE-LIGNE TO WS-LIGNE
               IF WS-LIGNE NOT = SPACES
                   ADD 1 TO WS-NB-LUS
                   MOVE WS-LIGNE TO WS-LIGNE-AVANT
                   EVALUATE WS-GENRE
                       WHEN 'T'
                           PERFORM COMPLETER-LIGNE-LOT
                       WHEN 'R'
                           PERFORM COMPLETER-LIGNE-REJET
                       WHEN 'O'
                           PERFORM COMPLETER-ORDRE
                       WHEN 'C'
                           PERFORM COMPLETER-CORRESPONDANCE
                   END-EVALUATE
                   IF WS-LIGNE NOT = WS-LIGNE-AVANT
                       ADD 1 TO WS-NB-MIG
                   END-IF
               END-IF
               MOVE WS-LIGNE TO LOT-LIGNE
               WRITE LOT-LIGNE
               READ SURETE-FILE
                   AT END MOVE "10" TO WS-FS-SURETE
               END-READ
           END-PERFORM
           CLOSE LOT-FILE
           CLOSE SURETE-FILE
           ADD WS-NB-LUS TO WS-NB-LUS-TOTAL
           ADD WS-NB-MIG TO WS-NB-MIG-TOTAL
           DISPLAY FUNCTION TRIM (WS-NOM-FICHIER) " relues : "
                   WS-NB-LUS "  completees : " WS-NB-MIG.

       *>--------------------------------------------------------------
       COMPLETER-LIGNE-LOT.
      *>   En-tete, pied et lignes deja cles reviennent tels quels de
      *>   CLE-RIB.
           MOVE WS-LIGNE TO WS-RIB-LIGNE
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE WS-RIB-LIGNE
           MOVE WS-RIB-LIGNE TO WS-LIGNE.

       *>--------------------------------------------------------------
       COMPLETER-LIGNE-REJET.
      *>   Seule la ligne d'origine, derriere le motif, recoit ses
      *>   cles : le recyclage de MAJ-SOLDE la repassera telle quelle.
           MOVE SPACES TO WS-REJ-MOTIF
           MOVE 1 TO WS-REJ-PTR
           UNSTRING WS-LIGNE DELIMITED BY "|"
               INTO WS-REJ-MOTIF
               WITH POINTER WS-REJ-PTR
           END-UNSTRING
           IF WS-REJ-PTR > LENGTH OF WS-LIGNE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIGNE (WS-REJ-PTR:) TO WS-RIB-LIGNE
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE WS-RIB-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING FUNCTION TRIM (WS-REJ-MOTIF) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RIB-LIGNE DELIMITED BY SIZE
                  INTO WS-LIGNE
           END-STRING.

       *>--------------------------------------------------------------
       COMPLETER-ORDRE.
      *>   Ancien format "COMPTE|DEST|MONTANT|FREQ|PROCHAINE[|S]" :
      *>   six separateurs ou plus, l'ordre porte deja ses cles.
           MOVE 0 TO WS-NB-BARRES
           INSPECT WS-LIGNE TALLYING WS-NB-BARRES FOR ALL "|"
           IF WS-NB-BARRES >= 6
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ORD-COMPTE WS-ORD-DEST WS-ORD-MONTANT
           MOVE SPACES TO WS-ORD-FREQ WS-ORD-PROCHAINE WS-ORD-SUSPENDU
           UNSTRING WS-LIGNE DELIMITED BY "|"
               INTO WS-ORD-COMPTE WS-ORD-DEST WS-ORD-MONTANT
                    WS-ORD-FREQ WS-ORD-PROCHAINE WS-ORD-SUSPENDU
           END-UNSTRING
           IF FUNCTION TRIM (WS-ORD-COMPTE) IS NOT NUMERIC OR
              FUNCTION TRIM (WS-ORD-DEST) IS NOT NUMERIC
               DISPLAY "Ordre illisible, conserve tel quel : "
                       WS-LIGNE (1:60)
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-RIB-ACTION
           MOVE FUNCTION NUMVAL (WS-ORD-COMPTE) TO WS-RIB-COMPTE
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE WS-RIB-LIGNE
           MOVE WS-RIB-CLE TO WS-ORD-CLE
           MOVE FUNCTION NUMVAL (WS-ORD-DEST) TO WS-RIB-COMPTE
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE WS-RIB-LIGNE
           MOVE WS-RIB-CLE TO WS-ORD-CLE-DEST
           MOVE SPACES TO WS-LIGNE
           STRING FUNCTION TRIM (WS-ORD-COMPTE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-DEST) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ORD-MONTANT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ORD-FREQ DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ORD-PROCHAINE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ORD-CLE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ORD-CLE-DEST DELIMITED BY SIZE
                  INTO WS-LIGNE
           END-STRING
           IF WS-ORD-SUSPENDU = 'S'
               MOVE "|S" TO WS-LIGNE (FUNCTION LENGTH
                   (FUNCTION TRIM (WS-LIGNE TRAILING)) + 1:2)
           END-IF.

       *>--------------------------------------------------------------
       COMPLETER-CORRESPONDANCE.
      *>   "COMPTE-EXTERNE|ID-CLIENT" devient
      *>   "COMPTE-EXTERNE|ID-CLIENT|CLE" ; une entree qui a deja sa
      *>   cle reste telle quelle.
           MOVE SPACES TO WS-COR-EXT WS-COR-ID-CHAR WS-COR-CLE
           UNSTRING WS-LIGNE DELIMITED BY "|"
               INTO WS-COR-EXT WS-COR-ID-CHAR WS-COR-CLE
           END-UNSTRING
           IF WS-COR-CLE NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (WS-COR-ID-CHAR) IS NOT NUMERIC
               DISPLAY "Correspondance illisible, conservee telle "
                       "quelle : " WS-LIGNE (1:60)
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-RIB-ACTION
           MOVE FUNCTION NUMVAL (WS-COR-ID-CHAR) TO WS-RIB-COMPTE
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE WS-RIB-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING FUNCTION TRIM (WS-COR-EXT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COR-ID-CHAR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-RIB-CLE DELIMITED BY SIZE
                  INTO WS-LIGNE
           END-STRING.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
      *>   Rend le verrou de traitement -- appele en fin normale comme
      *>   sur les sorties d'erreur traitees, pour ne pas laisser les
      *>   autres postes bloques.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.
