       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIRE-PLAN-GL.

      *----------------------------------------------------------------
      * Nom du programme : LIRE-PLAN-GL
      * Description    : Lecture du plan de comptes de l'export
      *                  comptable (meme patron d'appel que
      *                  LIRE-BAREME) -- plan_comptable.txt porte une
      *                  ligne par code de mouvement :
      *                  "CODE|COMPTE-DEBIT|COMPTE-CREDIT|LIBELLE".
      *                  Le code est le type de mouvement du grand
      *                  livre (C, D, V, Q, B, P, F, G, I, S), ou l'un
      *                  des codes de compte technique que pose
      *                  EXPORT-GL : 'X' ligne du compte de
      *                  compensation, 'E' ligne du compte de
      *                  consignation (desherence), 'T' ligne du
      *                  compte de l'Etat (retenue a la source), 'L'
      *                  ligne du compte de pertes (creance passee en
      *                  perte par PASSAGE-PERTE).
      *                  La derniere occurrence d'un code gagne ; une
      *                  ligne commencant par '*' est un commentaire.
      *                  Un code absent du fichier garde le plan
      *                  d'origine ci-dessous (le fichier ne porte que
      *                  les corrections) ; un code inconnu des deux
      *                  rend LK-TROUVE a 'N' et l'appelant ne
      *                  l'exporte pas.
      *
      *                  LK-TROUVE : 'Y' code servi, 'N' inconnu.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE
              ASSIGN TO "plan_comptable.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLAN.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       01 PLAN-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLAN          PIC XX.
       01 WS-CODE-LU          PIC X(2).
       01 WS-DEBIT-LU         PIC X(6).
       01 WS-CREDIT-LU        PIC X(6).

      *>   Plan d'origine : code, compte debite, compte credite.
      *>   99999 caisse et liaison, 25100 depots de la clientele,
      *>   51100 cheques a encaisser, 51200 compensation,
      *>   70600 commissions, 70200 interets debiteurs percus,
      *>   66100 interets servis, 46700 sommes consignees,
      *>   44200 Etat - retenues a la source,
      *>   65400 pertes sur creances irrecouvrables.
       01 WS-PLAN-ORIGINE.
           05 FILLER PIC X(11) VALUE "C9999925100".
           05 FILLER PIC X(11) VALUE "D2510099999".
           05 FILLER PIC X(11) VALUE "V2510099999".
           05 FILLER PIC X(11) VALUE "Q5110025100".
           05 FILLER PIC X(11) VALUE "B2510051100".
           05 FILLER PIC X(11) VALUE "P2510051200".
           05 FILLER PIC X(11) VALUE "F2510070600".
           05 FILLER PIC X(11) VALUE "G2510070200".
           05 FILLER PIC X(11) VALUE "I6610025100".
           05 FILLER PIC X(11) VALUE "S2510099999".
           05 FILLER PIC X(11) VALUE "X9999951200".
           05 FILLER PIC X(11) VALUE "E9999946700".
           05 FILLER PIC X(11) VALUE "T9999944200".
           05 FILLER PIC X(11) VALUE "L6540099999".
       01 WS-TABLE-ORIGINE REDEFINES WS-PLAN-ORIGINE.
           05 WS-OR-ENTRY OCCURS 14 TIMES INDEXED BY WS-ORIDX.
               10 WS-OR-CODE     PIC X(1).
               10 WS-OR-DEBIT    PIC 9(5).
               10 WS-OR-CREDIT   PIC 9(5).

       LINKAGE SECTION.
       01 LK-CODE          PIC X(1).
       01 LK-COMPTE-DEBIT  PIC 9(5).
       01 LK-COMPTE-CREDIT PIC 9(5).
       01 LK-TROUVE        PIC X(1).

       PROCEDURE DIVISION USING LK-CODE LK-COMPTE-DEBIT
            LK-COMPTE-CREDIT LK-TROUVE.
       MAIN-SECTION.
           MOVE 'N' TO LK-TROUVE
           MOVE 0 TO LK-COMPTE-DEBIT LK-COMPTE-CREDIT
           PERFORM VARYING WS-ORIDX FROM 1 BY 1
                    UNTIL WS-ORIDX > 14
               IF WS-OR-CODE (WS-ORIDX) = LK-CODE
                   MOVE WS-OR-DEBIT (WS-ORIDX)  TO LK-COMPTE-DEBIT
                   MOVE WS-OR-CREDIT (WS-ORIDX) TO LK-COMPTE-CREDIT
                   MOVE 'Y' TO LK-TROUVE
               END-IF
           END-PERFORM

           OPEN INPUT PLAN-FILE
           IF WS-FS-PLAN = "00"
               READ PLAN-FILE
                   AT END MOVE "10" TO WS-FS-PLAN
               END-READ
               PERFORM UNTIL WS-FS-PLAN = "10"
                   PERFORM EXAMINER-LIGNE-PLAN
                   READ PLAN-FILE
                       AT END MOVE "10" TO WS-FS-PLAN
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF
           GOBACK.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-PLAN.
      *>   Une ligne n'est retenue que si ses deux comptes sont
      *>   lisibles : une correction a moitie saisie ne laisse pas
      *>   un code sans contrepartie.
           IF PLAN-LIGNE = SPACES OR PLAN-LIGNE (1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CODE-LU WS-DEBIT-LU WS-CREDIT-LU
           UNSTRING PLAN-LIGNE DELIMITED BY "|"
               INTO WS-CODE-LU WS-DEBIT-LU WS-CREDIT-LU
           END-UNSTRING
           IF WS-CODE-LU (1:1) = LK-CODE AND
              WS-CODE-LU (2:1) = SPACE AND
              FUNCTION TRIM (WS-DEBIT-LU) IS NUMERIC AND
              FUNCTION TRIM (WS-CREDIT-LU) IS NUMERIC
               MOVE 'Y' TO LK-TROUVE
               COMPUTE LK-COMPTE-DEBIT =
                   FUNCTION NUMVAL (WS-DEBIT-LU)
               COMPUTE LK-COMPTE-CREDIT =
                   FUNCTION NUMVAL (WS-CREDIT-LU)
           END-IF.
