       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLE-CHEQUE.

      *----------------------------------------------------------------
      * Nom du programme : CONTROLE-CHEQUE
      * Description    : Etat d'un cheque tire par un client (meme
      *                  patron d'appel que LIRE-PROCURATION) -- un
      *                  cheque presente au paiement ('P' dans le lot)
      *                  n'est paye que s'il appartient a un chequier
      *                  delivre au compte, n'a pas deja ete paye et
      *                  ne fait pas l'objet d'une opposition. Lit :
      *                  chequiers.txt "COMPTE|PREMIER|DERNIER|
      *                  DATE-DELIVRANCE" (tenu par CHEQUIERS),
      *                  cheques_payes.txt "COMPTE|NUMERO|REFERENCE|
      *                  DATE" (alimente par MAJ-SOLDE) et
      *                  oppositions.txt "COMPTE|NUMERO|DATE|MOTIF|
      *                  ETAT", ETAT = 'A' (opposition en vigueur) ou
      *                  'L' (levee), la derniere ligne d'un cheque
      *                  l'emportant.
      *
      *                  LK-ETAT : 'E' emis et payable, 'H' hors des
      *                  chequiers du compte, 'P' deja paye, 'O' sous
      *                  opposition (dans cet ordre de priorite).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUIERS-FILE
              ASSIGN TO "chequiers.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHEQUIERS.

           SELECT PAYES-FILE
              ASSIGN TO "cheques_payes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAYES.

           SELECT OPPOSITIONS-FILE
              ASSIGN TO "oppositions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-OPPOSITIONS.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUIERS-FILE.
       01 CHEQUIER-LIGNE PIC X(40).

       FD PAYES-FILE.
       01 PAYE-LIGNE PIC X(40).

       FD OPPOSITIONS-FILE.
       01 OPPOSITION-LIGNE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-CHEQUIERS     PIC XX.
       01 WS-FS-PAYES         PIC XX.
       01 WS-FS-OPPOSITIONS   PIC XX.

       01 WS-COMPTE-CHAR      PIC X(5).
       01 WS-NUMERO-CHAR      PIC X(7).
       01 WS-DERNIER-CHAR     PIC X(7).
       01 WS-DATE-CHAR        PIC X(8).
       01 WS-MOTIF-LU         PIC X(1).
       01 WS-ETAT-LU          PIC X(1).

       01 WS-DANS-CHEQUIER    PIC X(1).
       01 WS-DEJA-PAYE        PIC X(1).
       01 WS-EN-OPPOSITION    PIC X(1).

       LINKAGE SECTION.
       01 LK-COMPTE      PIC 9(5).
       01 LK-NUMERO      PIC 9(7).
       01 LK-ETAT        PIC X(1).

       PROCEDURE DIVISION USING LK-COMPTE LK-NUMERO LK-ETAT.
       MAIN-SECTION.
           MOVE 'N' TO WS-DANS-CHEQUIER
           MOVE 'N' TO WS-DEJA-PAYE
           MOVE 'N' TO WS-EN-OPPOSITION

           OPEN INPUT CHEQUIERS-FILE
           IF WS-FS-CHEQUIERS = "00"
               READ CHEQUIERS-FILE
                   AT END MOVE "10" TO WS-FS-CHEQUIERS
               END-READ
               PERFORM UNTIL WS-FS-CHEQUIERS = "10"
                   PERFORM EXAMINER-CHEQUIER
                   READ CHEQUIERS-FILE
                       AT END MOVE "10" TO WS-FS-CHEQUIERS
                   END-READ
               END-PERFORM
               CLOSE CHEQUIERS-FILE
           END-IF

           OPEN INPUT PAYES-FILE
           IF WS-FS-PAYES = "00"
               READ PAYES-FILE
                   AT END MOVE "10" TO WS-FS-PAYES
               END-READ
               PERFORM UNTIL WS-FS-PAYES = "10"
                   PERFORM EXAMINER-PAYE
                   READ PAYES-FILE
                       AT END MOVE "10" TO WS-FS-PAYES
                   END-READ
               END-PERFORM
               CLOSE PAYES-FILE
           END-IF

           OPEN INPUT OPPOSITIONS-FILE
           IF WS-FS-OPPOSITIONS = "00"
               READ OPPOSITIONS-FILE
                   AT END MOVE "10" TO WS-FS-OPPOSITIONS
               END-READ
               PERFORM UNTIL WS-FS-OPPOSITIONS = "10"
                   PERFORM EXAMINER-OPPOSITION
                   READ OPPOSITIONS-FILE
                       AT END MOVE "10" TO WS-FS-OPPOSITIONS
                   END-READ
               END-PERFORM
               CLOSE OPPOSITIONS-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-DANS-CHEQUIER = 'N'
                   MOVE 'H' TO LK-ETAT
               WHEN WS-DEJA-PAYE = 'Y'
                   MOVE 'P' TO LK-ETAT
               WHEN WS-EN-OPPOSITION = 'Y'
                   MOVE 'O' TO LK-ETAT
               WHEN OTHER
                   MOVE 'E' TO LK-ETAT
           END-EVALUATE
           GOBACK.

       *>--------------------------------------------------------------
       EXAMINER-CHEQUIER.
           IF CHEQUIER-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMPTE-CHAR WS-NUMERO-CHAR WS-DERNIER-CHAR
           UNSTRING CHEQUIER-LIGNE DELIMITED BY "|"
               INTO WS-COMPTE-CHAR WS-NUMERO-CHAR WS-DERNIER-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-COMPTE-CHAR) IS NUMERIC AND
              FUNCTION TRIM (WS-NUMERO-CHAR) IS NUMERIC AND
              FUNCTION TRIM (WS-DERNIER-CHAR) IS NUMERIC
               IF FUNCTION NUMVAL (WS-COMPTE-CHAR) = LK-COMPTE AND
                  FUNCTION NUMVAL (WS-NUMERO-CHAR) <= LK-NUMERO AND
                  FUNCTION NUMVAL (WS-DERNIER-CHAR) >= LK-NUMERO
                   MOVE 'Y' TO WS-DANS-CHEQUIER
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-PAYE.
           IF PAYE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMPTE-CHAR WS-NUMERO-CHAR
           UNSTRING PAYE-LIGNE DELIMITED BY "|"
               INTO WS-COMPTE-CHAR WS-NUMERO-CHAR
           END-UNSTRING
           IF FUNCTION TRIM (WS-COMPTE-CHAR) IS NUMERIC AND
              FUNCTION TRIM (WS-NUMERO-CHAR) IS NUMERIC
               IF FUNCTION NUMVAL (WS-COMPTE-CHAR) = LK-COMPTE AND
                  FUNCTION NUMVAL (WS-NUMERO-CHAR) = LK-NUMERO
                   MOVE 'Y' TO WS-DEJA-PAYE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-OPPOSITION.
      *>   La derniere ligne d'un cheque gagne : une levee posee apres
      *>   l'opposition la fait tomber.
           IF OPPOSITION-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COMPTE-CHAR WS-NUMERO-CHAR WS-DATE-CHAR
           MOVE SPACES TO WS-MOTIF-LU WS-ETAT-LU
           UNSTRING OPPOSITION-LIGNE DELIMITED BY "|"
               INTO WS-COMPTE-CHAR WS-NUMERO-CHAR WS-DATE-CHAR
                    WS-MOTIF-LU WS-ETAT-LU
           END-UNSTRING
           IF FUNCTION TRIM (WS-COMPTE-CHAR) IS NUMERIC AND
              FUNCTION TRIM (WS-NUMERO-CHAR) IS NUMERIC
               IF FUNCTION NUMVAL (WS-COMPTE-CHAR) = LK-COMPTE AND
                  FUNCTION NUMVAL (WS-NUMERO-CHAR) = LK-NUMERO
                   IF WS-ETAT-LU = 'L'
                       MOVE 'N' TO WS-EN-OPPOSITION
                   ELSE
                       MOVE 'Y' TO WS-EN-OPPOSITION
                   END-IF
               END-IF
           END-IF.
