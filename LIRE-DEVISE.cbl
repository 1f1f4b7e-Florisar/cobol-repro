       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIRE-DEVISE.

      *----------------------------------------------------------------
      * Nom du programme : LIRE-DEVISE
      * Description    : Devise d'un compte et cours du jour (meme
      *                  patron d'appel que LIRE-PARAM) -- la ligne du
      *                  registre comptes.txt d'un compte courant ou
      *                  d'un livret peut porter une devise en
      *                  quatrieme champ : "NUMERO|ID-TITULAIRE|C|USD".
      *                  Un compte absent du registre, une ligne sans
      *                  devise ou un depot a terme 'T' (dont le
      *                  quatrieme champ est le montant) tiennent en
      *                  euros. Avec LK-COMPTE a zero, la devise est
      *                  celle fournie par l'appelant dans LK-DEVISE.
      *
      *                  Le cours vient de la table cours_devises.txt
      *                  tenue par le back-office (COURS-DEVISES) :
      *                  "AAAAMMJJ|DEV|COURS|OPERATEUR", COURS = unites
      *                  de la devise pour un euro, au format
      *                  "999.999999". Le cours servi est le dernier
      *                  saisi a une date egale ou anterieure a
      *                  LK-DATE ; a date egale, la derniere ligne
      *                  l'emporte (une correction en fin de fichier).
      *                  L'euro vaut toujours 1.
      *
      *                  LK-TROUVE : 'Y' cours servi, 'N' aucun cours
      *                  connu pour la devise a cette date (LK-COURS a
      *                  zero -- l'appelant ne doit pas convertir).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

           SELECT COURS-FILE
              ASSIGN TO "cours_devises.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COURS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       FD COURS-FILE.
       01 COURS-LIGNE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-FS-COURS         PIC XX.
       01 WS-NUMERO-CHAR      PIC X(5).
       01 WS-TITULAIRE-CHAR   PIC X(5).
       01 WS-TYPE-LU          PIC X(1).
       01 WS-DEVISE-LUE       PIC X(10).
       01 WS-NUMERO-LONG      PIC 9(2) COMP.
       01 WS-NUMERO-LU        PIC 9(5).

      *>   Champs eclates d'une ligne de cours_devises.txt.
       01 WS-CRS-DATE         PIC X(8).
       01 WS-CRS-DEVISE       PIC X(3).
       01 WS-CRS-COURS        PIC X(12).
       01 WS-CRS-DATE-RETENUE PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01 LK-COMPTE    PIC 9(5).
       01 LK-DATE      PIC 9(8).
       01 LK-DEVISE    PIC X(3).
       01 LK-COURS     PIC 9(3)V9(6).
       01 LK-TROUVE    PIC X(1).

       PROCEDURE DIVISION USING LK-COMPTE LK-DATE LK-DEVISE LK-COURS
            LK-TROUVE.
       MAIN-SECTION.
           MOVE 'N' TO LK-TROUVE
           MOVE 0 TO LK-COURS
           IF LK-COMPTE > 0
               MOVE "EUR" TO LK-DEVISE
               PERFORM CHERCHER-DEVISE-COMPTE
           END-IF
           IF LK-DEVISE = SPACES OR LK-DEVISE = "EUR"
               MOVE "EUR" TO LK-DEVISE
               MOVE 1 TO LK-COURS
               MOVE 'Y' TO LK-TROUVE
               GOBACK
           END-IF
           PERFORM CHERCHER-COURS
           GOBACK.

       *>--------------------------------------------------------------
       CHERCHER-DEVISE-COMPTE.
      *>   La derniere occurrence d'un numero gagne, comme dans
      *>   COMPTE-REGISTRE.
           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               PERFORM EXAMINER-LIGNE-COMPTE
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-COMPTE.
           IF COMPTE-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NUMERO-CHAR WS-TITULAIRE-CHAR
           MOVE SPACES TO WS-TYPE-LU WS-DEVISE-LUE
           UNSTRING COMPTE-LIGNE DELIMITED BY "|"
               INTO WS-NUMERO-CHAR WS-TITULAIRE-CHAR WS-TYPE-LU
                    WS-DEVISE-LUE
           END-UNSTRING
           COMPUTE WS-NUMERO-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-NUMERO-CHAR))
           IF WS-NUMERO-LONG = 0 OR
              WS-NUMERO-CHAR (1:WS-NUMERO-LONG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUMERO-CHAR (1:WS-NUMERO-LONG) TO WS-NUMERO-LU
           IF WS-NUMERO-LU NOT = LK-COMPTE
               EXIT PARAGRAPH
           END-IF
           MOVE "EUR" TO LK-DEVISE
           IF WS-TYPE-LU NOT = 'T' AND
              WS-DEVISE-LUE (1:3) IS ALPHABETIC-UPPER AND
              WS-DEVISE-LUE (1:3) NOT = SPACES AND
              WS-DEVISE-LUE (4:) = SPACES
               MOVE WS-DEVISE-LUE (1:3) TO LK-DEVISE
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-COURS.
           MOVE 0 TO WS-CRS-DATE-RETENUE
           OPEN INPUT COURS-FILE
           IF WS-FS-COURS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ COURS-FILE
               AT END MOVE "10" TO WS-FS-COURS
           END-READ
           PERFORM UNTIL WS-FS-COURS = "10"
               PERFORM EXAMINER-LIGNE-COURS
               READ COURS-FILE
                   AT END MOVE "10" TO WS-FS-COURS
               END-READ
           END-PERFORM
           CLOSE COURS-FILE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-COURS.
           MOVE SPACES TO WS-CRS-DATE WS-CRS-DEVISE WS-CRS-COURS
           UNSTRING COURS-LIGNE DELIMITED BY "|"
               INTO WS-CRS-DATE WS-CRS-DEVISE WS-CRS-COURS
           END-UNSTRING
           IF WS-CRS-DATE IS NOT NUMERIC OR
              WS-CRS-DEVISE NOT = LK-DEVISE OR
              FUNCTION TEST-NUMVAL (WS-CRS-COURS) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-CRS-DATE) > LK-DATE OR
              FUNCTION NUMVAL (WS-CRS-DATE) < WS-CRS-DATE-RETENUE OR
              FUNCTION NUMVAL (WS-CRS-COURS) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRS-DATE TO WS-CRS-DATE-RETENUE
           COMPUTE LK-COURS = FUNCTION NUMVAL (WS-CRS-COURS)
           MOVE 'Y' TO LK-TROUVE.
