      *                  deux fois pour le meme mois
      *                  (extrait_control.txt), et imprime ses totaux
      *                  de controle pour le registre des remises.
      *                  Chaque position porte sa devise et sa
      *                  contre-valeur en euros au cours de la journee
      *                  d'exploitation ; le total net du pied est en
      *                  euros, et les totaux imprimes se detaillent
      *                  par devise. Une devise tenue sans aucun cours
      *                  connu bloque la remise.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-EXT-CTL.

      *>   Registre des comptes : la devise d'un compte en devise est
      *>   le quatrieme champ de sa ligne (voir LIRE-DEVISE).
           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE

      *>   En-tete 'E' (sequence de remise, mois, date de production),
      *>   detail 'D' (identifiant, statut, solde signe a signe
      *>   separe de tete dans la devise du compte, temoin de
      *>   dormance, devise, contre-valeur du solde en euros), pied
      *>   'T' (compte et total net signe en euros).
       FD EXTRAIT-FILE.
       01 EXT-ENTETE.
           05 ENT-CODE      PIC X(1).
           05 DET-STATUT    PIC X(1).
           05 DET-SOLDE     PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 DET-DORMANT   PIC X(1).
           05 DET-DEVISE    PIC X(3).
           05 DET-SOLDE-EUR PIC S9(9)V99 SIGN LEADING SEPARATE.
       01 EXT-PIED.
           05 PIED-CODE     PIC X(1).
           05 PIED-NB       PIC 9(7).
       FD EXT-CTL-FILE.
       01 EXT-CTL-LIGNE PIC X(20).

       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-EXTRAIT       PIC XX.
       01 WS-FS-EXT-CTL       PIC XX.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".
       01 WS-NOM-EXTRAIT      PIC X(40).

       01 WS-NB-ENREG         PIC 9(7) VALUE 0.
       01 WS-TOTAL-NET        PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-EDIT       PIC -9(11).99.
       01 WS-SOLDE-EUR        PIC S9(9)V99 VALUE 0.

      *>   Comptes tenus dans une devise autre que l'euro (relus une
      *>   fois de comptes.txt, la derniere ligne d'un numero gagne) ;
      *>   un compte absent de cette table tient en euros.
       01 WS-NB-DEVCPT        PIC 9(3) VALUE 0.
       01 WS-TABLE-DEVCPT.
           05 WS-DC-ENTRY OCCURS 200 TIMES INDEXED BY WS-DCIDX.
               10 WS-DC-COMPTE PIC 9(5).
               10 WS-DC-DEVISE PIC X(3).
       01 WS-REG-NUMERO-CHAR  PIC X(5).
       01 WS-REG-TIT-CHAR     PIC X(5).
       01 WS-REG-TYPE         PIC X(1).
       01 WS-REG-DEVISE       PIC X(10).
       01 WS-REG-NUMERO-LONG  PIC 9(2) COMP.
       01 WS-REG-NUMERO       PIC 9(5).
       01 WS-DEVISE-COURANTE  PIC X(3).

      *>   Totaux par devise, avec le cours relu une fois par devise
      *>   (l'euro en premiere entree, au cours 1).
       01 WS-NB-POS           PIC 9(2) VALUE 0.
       01 WS-TABLE-POS.
           05 WS-P-ENTRY OCCURS 20 TIMES INDEXED BY WS-PIDX.
               10 WS-P-DEVISE    PIC X(3).
               10 WS-P-COURS     PIC 9(3)V9(6).
               10 WS-P-TROUVE    PIC X(1).
               10 WS-P-NB        PIC 9(7).
               10 WS-P-TOTAL     PIC S9(11)V99.
               10 WS-P-TOTAL-EUR PIC S9(11)V99.
       01 WS-POS-TROUVE       PIC X(1).
       01 WS-NB-SANS-COURS    PIC 9(2) VALUE 0.
       01 WS-POS-EDIT-1       PIC -9(11).99.
       01 WS-POS-EDIT-2       PIC -9(11).99.
       01 WS-COURS-EDIT       PIC ZZ9.9(6).

      *>   Champs passes a LIRE-DEVISE (compte a zero : la devise est
      *>   fournie).
       01 WS-DEV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-DEV-DEVISE       PIC X(3).
       01 WS-DEV-COURS        PIC 9(3)V9(6) VALUE 0.
       01 WS-DEV-TROUVE       PIC X(1).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      *>   Toutes les devises tenues doivent avoir un cours avant
      *>   que la remise ne parte (et ne consomme son numero).
           PERFORM CHARGER-DEVISES-COMPTES
           IF WS-NB-SANS-COURS > 0
               DISPLAY "Devises tenues sans aucun cours connu : "
                       WS-NB-SANS-COURS " -- extrait refuse"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-SEQUENCE-REMISE

           MOVE SPACES TO WS-NOM-EXTRAIT
                   " (remise no " WS-SEQUENCE-REMISE ")"
           DISPLAY "Enregistrements : " WS-NB-ENREG
           MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT
           DISPLAY "Total net (EUR) : " WS-TOTAL-EDIT
           DISPLAY WS-SEPARATEUR
           GOBACK.

           ELSE
               MOVE 'N' TO DET-DORMANT
           END-IF
           PERFORM CHERCHER-POSITION
           COMPUTE WS-SOLDE-EUR ROUNDED =
               WS-SOLDE-VAL / WS-P-COURS (WS-PIDX)
           MOVE WS-P-DEVISE (WS-PIDX) TO DET-DEVISE
           MOVE WS-SOLDE-EUR TO DET-SOLDE-EUR
           WRITE EXT-DETAIL
           ADD 1 TO WS-NB-ENREG
           ADD 1 TO WS-P-NB (WS-PIDX)
           ADD WS-SOLDE-VAL TO WS-P-TOTAL (WS-PIDX)
           ADD WS-SOLDE-EUR TO WS-P-TOTAL-EUR (WS-PIDX)
           ADD WS-SOLDE-EUR TO WS-TOTAL-NET.

       *>--------------------------------------------------------------
       CHARGER-DEVISES-COMPTES.
      *>   Table des comptes en devise, puis une entree de totaux par
      *>   devise rencontree avec son dernier cours connu a la
      *>   journee d'exploitation.
           MOVE 0 TO WS-NB-DEVCPT
           MOVE 0 TO WS-NB-POS
           MOVE 0 TO WS-NB-SANS-COURS
           MOVE "EUR" TO WS-DEVISE-COURANTE
           PERFORM AJOUTER-POSITION
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               PERFORM RETENIR-DEVISE-COMPTE
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE
           PERFORM VARYING WS-DCIDX FROM 1 BY 1
                    UNTIL WS-DCIDX > WS-NB-DEVCPT
               MOVE WS-DC-DEVISE (WS-DCIDX) TO WS-DEVISE-COURANTE
               MOVE 'N' TO WS-POS-TROUVE
               PERFORM VARYING WS-PIDX FROM 1 BY 1
                        UNTIL WS-PIDX > WS-NB-POS
                   IF WS-P-DEVISE (WS-PIDX) = WS-DEVISE-COURANTE
                       MOVE 'Y' TO WS-POS-TROUVE
                   END-IF
               END-PERFORM
               IF WS-POS-TROUVE = 'N'
                   PERFORM AJOUTER-POSITION
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       AJOUTER-POSITION.
           IF WS-NB-POS NOT < 20
               DISPLAY "Table des devises pleine (20) -- "
                       WS-DEVISE-COURANTE " sans cours"
               ADD 1 TO WS-NB-SANS-COURS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-POS
           MOVE WS-DEVISE-COURANTE TO WS-P-DEVISE (WS-NB-POS)
           MOVE 0 TO WS-P-NB (WS-NB-POS) WS-P-TOTAL (WS-NB-POS)
           MOVE 0 TO WS-P-TOTAL-EUR (WS-NB-POS)
           MOVE 0 TO WS-DEV-COMPTE
           MOVE WS-DEVISE-COURANTE TO WS-DEV-DEVISE
           CALL "LIRE-DEVISE" USING WS-DEV-COMPTE WS-DATE-JOUR
                WS-DEV-DEVISE WS-DEV-COURS WS-DEV-TROUVE
           MOVE WS-DEV-COURS  TO WS-P-COURS (WS-NB-POS)
           MOVE WS-DEV-TROUVE TO WS-P-TROUVE (WS-NB-POS)
           IF WS-DEV-TROUVE = 'N'
               DISPLAY "Aucun cours " WS-DEVISE-COURANTE " au "
                       WS-DATE-JOUR
               ADD 1 TO WS-NB-SANS-COURS
           END-IF.

       *>--------------------------------------------------------------
       RETENIR-DEVISE-COMPTE.
      *>   Meme regle que LIRE-DEVISE : un depot a terme 'T' ou une
      *>   ligne sans devise lisible tient en euros.
           IF COMPTE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           MOVE SPACES TO WS-REG-TYPE WS-REG-DEVISE
           UNSTRING COMPTE-LIGNE DELIMITED BY "|"
               INTO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR WS-REG-TYPE
                    WS-REG-DEVISE
           END-UNSTRING
           COMPUTE WS-REG-NUMERO-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-REG-NUMERO-CHAR))
           IF WS-REG-NUMERO-LONG = 0 OR
              WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-NUMERO-CHAR (1:WS-REG-NUMERO-LONG)
                TO WS-REG-NUMERO
           MOVE "EUR" TO WS-DEVISE-COURANTE
           IF WS-REG-TYPE NOT = 'T' AND
              WS-REG-DEVISE (1:3) IS ALPHABETIC-UPPER AND
              WS-REG-DEVISE (1:3) NOT = SPACES AND
              WS-REG-DEVISE (4:) = SPACES
               MOVE WS-REG-DEVISE (1:3) TO WS-DEVISE-COURANTE
           END-IF
           PERFORM VARYING WS-DCIDX FROM 1 BY 1
                    UNTIL WS-DCIDX > WS-NB-DEVCPT
               IF WS-DC-COMPTE (WS-DCIDX) = WS-REG-NUMERO
                   MOVE WS-DEVISE-COURANTE TO WS-DC-DEVISE (WS-DCIDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DEVISE-COURANTE NOT = "EUR"
               IF WS-NB-DEVCPT < 200
                   ADD 1 TO WS-NB-DEVCPT
                   MOVE WS-REG-NUMERO TO WS-DC-COMPTE (WS-NB-DEVCPT)
                   MOVE WS-DEVISE-COURANTE
                        TO WS-DC-DEVISE (WS-NB-DEVCPT)
               ELSE
                   DISPLAY "Table des comptes en devise pleine (200) "
                           "-- compte " WS-REG-NUMERO " compte en EUR"
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-POSITION.
      *>   FS-ID-CLIENT -> entree de totaux de sa devise ; toutes les
      *>   devises ont ete chargees avec leur cours, l'euro en tete.
           MOVE "EUR" TO WS-DEVISE-COURANTE
           PERFORM VARYING WS-DCIDX FROM 1 BY 1
                    UNTIL WS-DCIDX > WS-NB-DEVCPT
               IF WS-DC-COMPTE (WS-DCIDX) = FS-ID-CLIENT
                   MOVE WS-DC-DEVISE (WS-DCIDX) TO WS-DEVISE-COURANTE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-POS-TROUVE
           PERFORM VARYING WS-PIDX FROM 1 BY 1
                    UNTIL WS-PIDX > WS-NB-POS OR WS-POS-TROUVE = 'Y'
               IF WS-P-DEVISE (WS-PIDX) = WS-DEVISE-COURANTE
                   MOVE 'Y' TO WS-POS-TROUVE
               END-IF
           END-PERFORM
           SET WS-PIDX DOWN BY 1.

       *>--------------------------------------------------------------
       DECODER-SOLDE-TEXTE.
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'D' TO WS-EDT-ACTION
           MOVE "DEV  POSITIONS       TOTAL DANS LA DEVISE      COURS"
             & "        CONTRE-VALEUR EUR" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           PERFORM VARYING WS-PIDX FROM 1 BY 1
                    UNTIL WS-PIDX > WS-NB-POS
               MOVE WS-P-TOTAL (WS-PIDX)     TO WS-POS-EDIT-1
               MOVE WS-P-TOTAL-EUR (WS-PIDX) TO WS-POS-EDIT-2
               MOVE WS-P-COURS (WS-PIDX)     TO WS-COURS-EDIT
               MOVE SPACES TO WS-EDT-LIGNE
               STRING WS-P-DEVISE (WS-PIDX) DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-P-NB (WS-PIDX)     DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-POS-EDIT-1         DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-COURS-EDIT         DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-POS-EDIT-2         DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
           END-PERFORM
           MOVE WS-TOTAL-NET TO WS-TOTAL-EDIT
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
                  WS-SEQUENCE-REMISE DELIMITED BY SIZE
                  "  Enregistrements " DELIMITED BY SIZE
                  WS-NB-ENREG DELIMITED BY SIZE
                  "  Total net EUR " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
