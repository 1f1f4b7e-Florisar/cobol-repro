       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-PRETS.

      *----------------------------------------------------------------
      * Nom du programme : RAPPORT-PRETS
      * Description    : Etat de position des prets pour le comite de
      *                  credit -- une ligne par pret de prets.dat avec
      *                  capital, restant du, echeances emises, et les
      *                  arrieres : une echeance de echeances_prets.txt
      *                  arrivee a sa date dont la reference n'est pas
      *                  (ou plus, apres annulation) au registre
      *                  references_appliquees.dat est impayee --
      *                  MAJ-SOLDE l'a rejetee faute de provision ou
      *                  elle attend encore. Le retard se compte en
      *                  jours depuis la plus ancienne echeance
      *                  impayee. L'etat s'imprime par EDITION-ETAT
      *                  (etat_PRETS.txt).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRETS-FILE
              ASSIGN TO "prets.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PRT-NUMERO
              FILE STATUS IS WS-FS-PRETS.

           SELECT ECHEANCES-FILE
              ASSIGN TO "echeances_prets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ECHEANCES.

           SELECT REFERENCES-FILE
              ASSIGN TO "references_appliquees.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-REFERENCE
              FILE STATUS IS WS-FS-REFER.

       DATA DIVISION.
       FILE SECTION.
       FD PRETS-FILE
           RECORD CONTAINS 78 CHARACTERS.
       01 PRT-REC.
           COPY PRETREC.

       FD ECHEANCES-FILE.
       01 ECHEANCE-LIGNE PIC X(60).

       FD REFERENCES-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01 REG-REC.
           05 REG-REFERENCE PIC X(10).
           05 REG-DATE      PIC 9(8).
           05 REG-COMPTE    PIC 9(5).
           05 REG-DEST      PIC 9(5).
           05 REG-TYPE      PIC X(1).
           05 REG-MONTANT   PIC 9(7)V99.
           05 REG-ANNULE    PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-FS-PRETS         PIC XX.
       01 WS-FS-ECHEANCES     PIC XX.
       01 WS-FS-REFER         PIC XX.
       01 WS-SEPARATEUR       PIC X(40) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Registre des references ouvert ou non (absent tant que
      *>   MAJ-SOLDE n'a jamais tourne : toute echeance est alors
      *>   impayee).
       01 WS-REGISTRE-OUVERT  PIC X(1) VALUE 'N'.

      *>   Champs eclates d'une ligne de echeances_prets.txt.
       01 WS-ECH-REF          PIC X(10).
       01 WS-ECH-PRET         PIC X(6).
       01 WS-ECH-NUMERO       PIC X(3).
       01 WS-ECH-COMPTE       PIC X(5).
       01 WS-ECH-MONTANT      PIC X(10).
       01 WS-ECH-DATE         PIC X(8).
       01 WS-ECH-MONT-ENT     PIC 9(7) VALUE 0.
       01 WS-ECH-MONT-DEC     PIC 9(2) VALUE 0.
       01 WS-ECH-MONT-VAL     PIC 9(7)V99 VALUE 0.
       01 WS-ECH-PAYEE        PIC X(1).

      *>   Position du pret en cours.
       01 WS-NB-IMPAYEES      PIC 9(3) VALUE 0.
       01 WS-MONTANT-IMPAYE   PIC 9(9)V99 VALUE 0.
       01 WS-PLUS-ANCIENNE    PIC 9(8) VALUE 0.
       01 WS-JOURS-RETARD     PIC 9(5) VALUE 0.

      *>   Totaux de l'etat.
       01 WS-NB-PRETS         PIC 9(5) VALUE 0.
       01 WS-NB-EN-RETARD     PIC 9(5) VALUE 0.
       01 WS-TOTAL-RESTANT    PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-IMPAYE     PIC 9(11)V99 VALUE 0.

       01 WS-CAPITAL-EDIT     PIC Z(6)9.99.
       01 WS-RESTANT-EDIT     PIC Z(6)9.99.
       01 WS-IMPAYE-EDIT      PIC Z(8)9.99.
       01 WS-JOURS-EDIT       PIC Z(4)9.
       01 WS-TOTAL-EDIT       PIC Z(10)9.99.
       01 WS-TOTAL-IMP-EDIT   PIC Z(10)9.99.
       01 WS-LIGNE-RAPPORT    PIC X(132).

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
           DISPLAY "ETAT DE POSITION DES PRETS"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR

           OPEN INPUT PRETS-FILE
           IF WS-FS-PRETS NOT = "00"
               DISPLAY "Aucun pret au livre -- pas d'etat"
               GOBACK
           END-IF
           OPEN INPUT REFERENCES-FILE
           IF WS-FS-REFER = "00"
               MOVE 'Y' TO WS-REGISTRE-OUVERT
           END-IF

           MOVE 'O' TO WS-EDT-ACTION
           MOVE "PRETS" TO WS-EDT-NOM
           MOVE "POSITION DES PRETS ET ARRIERES" TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "PRET   COMPTE CLIENT     CAPITAL     RESTANT  EMISES"
             & " IMPAYEES  MONTANT IMPAYE  JOURS" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           READ PRETS-FILE NEXT RECORD
               AT END MOVE "10" TO WS-FS-PRETS
           END-READ
           PERFORM UNTIL WS-FS-PRETS = "10"
               PERFORM TRAITER-UN-PRET
               READ PRETS-FILE NEXT RECORD
                   AT END MOVE "10" TO WS-FS-PRETS
               END-READ
           END-PERFORM
           CLOSE PRETS-FILE
           IF WS-REGISTRE-OUVERT = 'Y'
               CLOSE REFERENCES-FILE
           END-IF

           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-TOTAL-RESTANT TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-IMPAYE  TO WS-TOTAL-IMP-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Prets : " DELIMITED BY SIZE
                  WS-NB-PRETS DELIMITED BY SIZE
                  "  dont en retard : " DELIMITED BY SIZE
                  WS-NB-EN-RETARD DELIMITED BY SIZE
                  "  restant du : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-EDIT) DELIMITED BY SIZE
                  "  impaye : " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-IMP-EDIT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           DISPLAY "Prets au livre        : " WS-NB-PRETS
           DISPLAY "Prets en retard       : " WS-NB-EN-RETARD
           DISPLAY "Etat imprime dans etat_PRETS.txt"
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       TRAITER-UN-PRET.
      *>   Les echeances du pret sont relues dans echeances_prets.txt
      *>   (pas de table en memoire, pas de plafond).
           ADD 1 TO WS-NB-PRETS
           ADD PRT-RESTANT TO WS-TOTAL-RESTANT
           MOVE 0 TO WS-NB-IMPAYEES
           MOVE 0 TO WS-MONTANT-IMPAYE
           MOVE 0 TO WS-PLUS-ANCIENNE
           MOVE 0 TO WS-JOURS-RETARD

           OPEN INPUT ECHEANCES-FILE
           IF WS-FS-ECHEANCES = "00"
               READ ECHEANCES-FILE
                   AT END MOVE "10" TO WS-FS-ECHEANCES
               END-READ
               PERFORM UNTIL WS-FS-ECHEANCES = "10"
                   IF ECHEANCE-LIGNE NOT = SPACES
                       PERFORM EXAMINER-ECHEANCE
                   END-IF
                   READ ECHEANCES-FILE
                       AT END MOVE "10" TO WS-FS-ECHEANCES
                   END-READ
               END-PERFORM
               CLOSE ECHEANCES-FILE
           END-IF

           IF WS-NB-IMPAYEES > 0
               ADD 1 TO WS-NB-EN-RETARD
               ADD WS-MONTANT-IMPAYE TO WS-TOTAL-IMPAYE
               COMPUTE WS-JOURS-RETARD =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
                 - FUNCTION INTEGER-OF-DATE (WS-PLUS-ANCIENNE)
           END-IF

           MOVE PRT-CAPITAL       TO WS-CAPITAL-EDIT
           MOVE PRT-RESTANT       TO WS-RESTANT-EDIT
           MOVE WS-MONTANT-IMPAYE TO WS-IMPAYE-EDIT
           MOVE WS-JOURS-RETARD   TO WS-JOURS-EDIT
           MOVE SPACES TO WS-LIGNE-RAPPORT
           STRING PRT-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRT-COMPTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PRT-CLIENT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CAPITAL-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RESTANT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PRT-NB-EMISES DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PRT-DUREE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-NB-IMPAYEES DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-IMPAYE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-JOURS-EDIT DELIMITED BY SIZE
                  INTO WS-LIGNE-RAPPORT
           END-STRING
           MOVE 'D' TO WS-EDT-ACTION
           MOVE WS-LIGNE-RAPPORT TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       EXAMINER-ECHEANCE.
      *>   Seules comptent les echeances du pret courant deja arrivees
      *>   a leur date ; payee = reference au registre, non annulee.
           MOVE SPACES TO WS-ECH-REF WS-ECH-PRET WS-ECH-NUMERO
           MOVE SPACES TO WS-ECH-COMPTE WS-ECH-MONTANT WS-ECH-DATE
           UNSTRING ECHEANCE-LIGNE DELIMITED BY "|"
               INTO WS-ECH-REF WS-ECH-PRET WS-ECH-NUMERO
                    WS-ECH-COMPTE WS-ECH-MONTANT WS-ECH-DATE
           END-UNSTRING
           IF WS-ECH-PRET NOT NUMERIC OR WS-ECH-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-ECH-PRET NOT = PRT-NUMERO OR
              WS-ECH-DATE > WS-DATE-JOUR
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ECH-PAYEE
           IF WS-REGISTRE-OUVERT = 'Y'
               MOVE WS-ECH-REF TO REG-REFERENCE
               READ REFERENCES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-ANNULE NOT = 'Y'
                           MOVE 'Y' TO WS-ECH-PAYEE
                       END-IF
               END-READ
           END-IF
           IF WS-ECH-PAYEE = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ECH-MONT-ENT
           MOVE 0 TO WS-ECH-MONT-DEC
           MOVE 0 TO WS-ECH-MONT-VAL
           UNSTRING WS-ECH-MONTANT DELIMITED BY "."
               INTO WS-ECH-MONT-ENT WS-ECH-MONT-DEC
           END-UNSTRING
           IF WS-ECH-MONT-ENT IS NUMERIC AND
              WS-ECH-MONT-DEC IS NUMERIC
               COMPUTE WS-ECH-MONT-VAL =
                   WS-ECH-MONT-ENT + (WS-ECH-MONT-DEC / 100)
           END-IF
           ADD 1 TO WS-NB-IMPAYEES
           ADD WS-ECH-MONT-VAL TO WS-MONTANT-IMPAYE
           IF WS-PLUS-ANCIENNE = 0 OR WS-ECH-DATE < WS-PLUS-ANCIENNE
               MOVE WS-ECH-DATE TO WS-PLUS-ANCIENNE
           END-IF.
