       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIRE-DEPOT-TERME.

      *----------------------------------------------------------------
      * Nom du programme : LIRE-DEPOT-TERME
      * Description    : Lecture des conditions d'un depot a terme
      *                  (meme patron d'appel que LIRE-PARAM) -- la
      *                  ligne 'T' du registre comptes.txt porte, a la
      *                  suite de "NUMERO|ID-TITULAIRE|T", les
      *                  conditions fixees a l'ouverture par COMPTES :
      *                  "|MONTANT|TAUX|DUREE|ECHEANCE|INSTRUCTION|
      *                  ETAT", MONTANT au format "9999999.99", TAUX
      *                  annuel en pourcentage ("3.25"), DUREE en
      *                  mois, ECHEANCE au format AAAAMMJJ,
      *                  INSTRUCTION = 'R' (renouvellement a
      *                  l'echeance) ou 'S' (capital et interets
      *                  reverses sur le compte courant du titulaire),
      *                  ETAT = 'O' (ouvert, a alimenter), 'V' (en
      *                  vie) ou 'S' (solde a l'echeance). MAJ-SOLDE
      *                  s'en sert pour bloquer les debits avant
      *                  l'echeance, DEPOTS-TERME pour l'echeance.
      *
      *                  LK-TROUVE : 'Y' depot servi, 'N' compte
      *                  absent ou d'un autre type (zones a zero).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

       DATA DIVISION.
       FILE SECTION.
       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-NUMERO-CHAR      PIC X(5).
       01 WS-TITULAIRE-CHAR   PIC X(5).
       01 WS-TYPE-LU          PIC X(1).
       01 WS-MONTANT-CHAR     PIC X(10).
       01 WS-TAUX-CHAR        PIC X(5).
       01 WS-DUREE-CHAR       PIC X(3).
       01 WS-ECHEANCE-CHAR    PIC X(8).
       01 WS-INSTRUCTION-LU   PIC X(1).
       01 WS-ETAT-LU          PIC X(1).
       01 WS-NUMERO-LONG      PIC 9(2) COMP.
       01 WS-NUMERO-LU        PIC 9(5).

       LINKAGE SECTION.
       01 LK-COMPTE      PIC 9(5).
       01 LK-MONTANT     PIC 9(7)V99.
       01 LK-TAUX        PIC 9(2)V99.
       01 LK-DUREE       PIC 9(3).
       01 LK-ECHEANCE    PIC 9(8).
       01 LK-INSTRUCTION PIC X(1).
       01 LK-ETAT        PIC X(1).
       01 LK-TROUVE      PIC X(1).

       PROCEDURE DIVISION USING LK-COMPTE LK-MONTANT LK-TAUX
            LK-DUREE LK-ECHEANCE LK-INSTRUCTION LK-ETAT LK-TROUVE.
       MAIN-SECTION.
           MOVE 'N' TO LK-TROUVE
           MOVE 0 TO LK-MONTANT
           MOVE 0 TO LK-TAUX
           MOVE 0 TO LK-DUREE
           MOVE 0 TO LK-ECHEANCE
           MOVE SPACE TO LK-INSTRUCTION
           MOVE SPACE TO LK-ETAT

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
           GOBACK.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-COMPTE.
      *>   La derniere occurrence d'un numero gagne, comme dans
      *>   COMPTE-REGISTRE : une correction en fin de fichier
      *>   l'emporte, et une ligne d'un autre type efface le depot.
           IF COMPTE-LIGNE = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-NUMERO-CHAR WS-TITULAIRE-CHAR
               MOVE SPACES TO WS-TYPE-LU WS-MONTANT-CHAR WS-TAUX-CHAR
               MOVE SPACES TO WS-DUREE-CHAR WS-ECHEANCE-CHAR
               MOVE SPACES TO WS-INSTRUCTION-LU WS-ETAT-LU
               UNSTRING COMPTE-LIGNE DELIMITED BY "|"
                   INTO WS-NUMERO-CHAR WS-TITULAIRE-CHAR WS-TYPE-LU
                        WS-MONTANT-CHAR WS-TAUX-CHAR WS-DUREE-CHAR
                        WS-ECHEANCE-CHAR WS-INSTRUCTION-LU WS-ETAT-LU
               END-UNSTRING
               COMPUTE WS-NUMERO-LONG =
                   FUNCTION LENGTH (FUNCTION TRIM (WS-NUMERO-CHAR))
               IF WS-NUMERO-LONG > 0 AND
                  WS-NUMERO-CHAR (1:WS-NUMERO-LONG) IS NUMERIC
                   MOVE WS-NUMERO-CHAR (1:WS-NUMERO-LONG)
                        TO WS-NUMERO-LU
                   IF WS-NUMERO-LU = LK-COMPTE
                       PERFORM SERVIR-DEPOT
                   END-IF
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       SERVIR-DEPOT.
           IF WS-TYPE-LU = 'T' AND WS-ECHEANCE-CHAR IS NUMERIC
               MOVE 'Y' TO LK-TROUVE
               COMPUTE LK-MONTANT = FUNCTION NUMVAL (WS-MONTANT-CHAR)
               COMPUTE LK-TAUX    = FUNCTION NUMVAL (WS-TAUX-CHAR)
               COMPUTE LK-DUREE   = FUNCTION NUMVAL (WS-DUREE-CHAR)
               MOVE WS-ECHEANCE-CHAR  TO LK-ECHEANCE
               MOVE WS-INSTRUCTION-LU TO LK-INSTRUCTION
               MOVE WS-ETAT-LU        TO LK-ETAT
           ELSE
               MOVE 'N' TO LK-TROUVE
               MOVE 0 TO LK-MONTANT
               MOVE 0 TO LK-TAUX
               MOVE 0 TO LK-DUREE
               MOVE 0 TO LK-ECHEANCE
               MOVE SPACE TO LK-INSTRUCTION
               MOVE SPACE TO LK-ETAT
           END-IF.
