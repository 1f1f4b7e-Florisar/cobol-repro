       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-LITIGES.

      *----------------------------------------------------------------
      * Nom du programme : RAPPORT-LITIGES
      * Description    : Etat d'anciennete des contestations clients --
      *                  les litiges encore ouverts de litiges.txt
      *                  (etat 'O' ou 'P'), de l'echeance la plus
      *                  proche (ou la plus depassee) a la plus
      *                  lointaine, avec l'age en jours depuis
      *                  l'ouverture et la mention HORS DELAI quand la
      *                  date limite de reponse est passee. Totaux :
      *                  litiges ouverts, hors delai et credits
      *                  provisoires encore en suspens. L'etat
      *                  s'imprime par EDITION-ETAT (etat_LITIGES.txt).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LITIGES-FILE
              ASSIGN TO "litiges.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LITIGES.

           SELECT TRI-FILE
              ASSIGN TO "tri_litiges.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD LITIGES-FILE.
       01 LIT-REC.
           COPY LITIGEREC.

       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-ECHEANCE    PIC 9(8).
           05 TRI-LITIGE      PIC X(151).

       WORKING-STORAGE SECTION.
       01 WS-FS-LITIGES       PIC XX.
       01 WS-SEPARATEUR       PIC X(40) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

       01 WS-AGE-JOURS        PIC 9(5) VALUE 0.
       01 WS-MENTION          PIC X(10).

      *>   Totaux de l'etat.
       01 WS-NB-OUVERTS       PIC 9(5) VALUE 0.
       01 WS-NB-HORS-DELAI    PIC 9(5) VALUE 0.
       01 WS-TOTAL-PROV       PIC 9(11)V99 VALUE 0.

       01 WS-MONTANT-EDIT     PIC Z(6)9.99.
       01 WS-PROV-EDIT        PIC Z(6)9.99.
       01 WS-AGE-EDIT         PIC Z(4)9.
       01 WS-TOTAL-EDIT       PIC Z(10)9.99.

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
           DISPLAY "ANCIENNETE DES CONTESTATIONS CLIENTS"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           SORT TRI-FILE
               ON ASCENDING KEY TRI-ECHEANCE
               INPUT PROCEDURE IS RELEVER-LITIGES-OUVERTS
               OUTPUT PROCEDURE IS IMPRIMER-RAPPORT

           DISPLAY "Litiges ouverts       : " WS-NB-OUVERTS
           DISPLAY "Litiges hors delai    : " WS-NB-HORS-DELAI
           DISPLAY "Etat imprime dans etat_LITIGES.txt"
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       RELEVER-LITIGES-OUVERTS.
           OPEN INPUT LITIGES-FILE
           IF WS-FS-LITIGES NOT = "00"
               DISPLAY "Aucun litige au registre"
               EXIT PARAGRAPH
           END-IF
           READ LITIGES-FILE
               AT END MOVE "10" TO WS-FS-LITIGES
           END-READ
           PERFORM UNTIL WS-FS-LITIGES = "10"
               IF LIT-ETAT = 'O' OR LIT-ETAT = 'P'
                   MOVE LIT-ECHEANCE TO TRI-ECHEANCE
                   MOVE LIT-REC      TO TRI-LITIGE
                   RELEASE TRI-REC
               END-IF
               READ LITIGES-FILE
                   AT END MOVE "10" TO WS-FS-LITIGES
               END-READ
           END-PERFORM
           CLOSE LITIGES-FILE.

       *>--------------------------------------------------------------
       IMPRIMER-RAPPORT.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "LITIGES" TO WS-EDT-NOM
           MOVE "CONTESTATIONS OUVERTES PAR ECHEANCE DE REPONSE"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "LITIGE     COMPTE SEQUENCE CLIENT OUVERT   ECHEANCE"
             & "   AGE    CONTESTE  PROVISOIRE" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           PERFORM UNTIL 1 = 2
               RETURN TRI-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               PERFORM IMPRIMER-LIGNE-TRI
           END-PERFORM

           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-TOTAL-PROV TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Litiges ouverts : " DELIMITED BY SIZE
                  WS-NB-OUVERTS DELIMITED BY SIZE
                  "  dont hors delai : " DELIMITED BY SIZE
                  WS-NB-HORS-DELAI DELIMITED BY SIZE
                  "  credits provisoires en suspens : "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-TRI.
      *>   L'age court depuis l'ouverture ; l'echeance est depassee
      *>   des que la journee comptable est posterieure a la date
      *>   limite de reponse.
           MOVE TRI-LITIGE TO LIT-REC
           ADD 1 TO WS-NB-OUVERTS
           ADD LIT-MONTANT-PROV TO WS-TOTAL-PROV
           MOVE 0 TO WS-AGE-JOURS
           IF LIT-DATE-OUVERTURE > 0 AND
              LIT-DATE-OUVERTURE < WS-DATE-JOUR
               COMPUTE WS-AGE-JOURS =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE (LIT-DATE-OUVERTURE)
           END-IF
           MOVE SPACES TO WS-MENTION
           IF WS-DATE-JOUR > LIT-ECHEANCE
               MOVE "HORS DELAI" TO WS-MENTION
               ADD 1 TO WS-NB-HORS-DELAI
           END-IF

           MOVE LIT-MONTANT-MVT  TO WS-MONTANT-EDIT
           MOVE LIT-MONTANT-PROV TO WS-PROV-EDIT
           MOVE WS-AGE-JOURS     TO WS-AGE-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING LIT-NUMERO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  LIT-COMPTE         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LIT-SEQUENCE       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LIT-CLIENT         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  LIT-DATE-OUVERTURE DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  LIT-ECHEANCE       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-AGE-EDIT        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MONTANT-EDIT    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-PROV-EDIT       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MENTION         DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.
