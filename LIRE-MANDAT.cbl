       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIRE-MANDAT.

      *----------------------------------------------------------------
      * Nom du programme : LIRE-MANDAT
      * Description    : Lecture du registre des mandats de
      *                  prelevement (meme patron d'appel que
      *                  LIRE-PROCURATION) -- un creancier (eau,
      *                  assurance...) ne preleve un client que sur un
      *                  mandat signe : mandats.txt porte une ligne
      *                  par mandat, "RUM|COMPTE|CREANCIER|
      *                  DATE-SIGNATURE|ETAT|DATE-REVOCATION", RUM =
      *                  reference unique du mandat (12), CREANCIER =
      *                  identifiant du creancier a la chambre (13),
      *                  ETAT = 'A' (actif) ou 'R' (revoque). MANDATS
      *                  le tient, PRELEVEMENTS-ENTREE le consulte pour
      *                  chaque prelevement presente.
      *
      *                  LK-TROUVE : 'Y' mandat servi (quel que soit
      *                  son etat), 'N' absent (zones a blanc/zero).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATS-FILE
              ASSIGN TO "mandats.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MANDATS.

       DATA DIVISION.
       FILE SECTION.
       FD MANDATS-FILE.
       01 MANDAT-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-MANDATS       PIC XX.
       01 WS-RUM-LU           PIC X(12).
       01 WS-COMPTE-CHAR      PIC X(5).
       01 WS-CREANCIER-LU     PIC X(13).
       01 WS-SIGNATURE-CHAR   PIC X(8).
       01 WS-ETAT-LU          PIC X(1).
       01 WS-REVOCATION-CHAR  PIC X(8).

       LINKAGE SECTION.
       01 LK-RUM         PIC X(12).
       01 LK-COMPTE      PIC 9(5).
       01 LK-CREANCIER   PIC X(13).
       01 LK-SIGNATURE   PIC 9(8).
       01 LK-ETAT        PIC X(1).
       01 LK-TROUVE      PIC X(1).

       PROCEDURE DIVISION USING LK-RUM LK-COMPTE LK-CREANCIER
            LK-SIGNATURE LK-ETAT LK-TROUVE.
       MAIN-SECTION.
           MOVE 'N' TO LK-TROUVE
           MOVE 0 TO LK-COMPTE
           MOVE SPACES TO LK-CREANCIER
           MOVE 0 TO LK-SIGNATURE
           MOVE SPACE TO LK-ETAT

           OPEN INPUT MANDATS-FILE
           IF WS-FS-MANDATS = "00"
               READ MANDATS-FILE
                   AT END MOVE "10" TO WS-FS-MANDATS
               END-READ
               PERFORM UNTIL WS-FS-MANDATS = "10"
                   PERFORM EXAMINER-LIGNE-MANDAT
                   READ MANDATS-FILE
                       AT END MOVE "10" TO WS-FS-MANDATS
                   END-READ
               END-PERFORM
               CLOSE MANDATS-FILE
           END-IF
           GOBACK.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-MANDAT.
      *>   La derniere occurrence d'une RUM gagne, comme dans
      *>   LIRE-PROCURATION : une correction en fin de fichier
      *>   l'emporte.
           IF MANDAT-LIGNE = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-RUM-LU WS-COMPTE-CHAR WS-CREANCIER-LU
               MOVE SPACES TO WS-SIGNATURE-CHAR WS-ETAT-LU
               MOVE SPACES TO WS-REVOCATION-CHAR
               UNSTRING MANDAT-LIGNE DELIMITED BY "|"
                   INTO WS-RUM-LU WS-COMPTE-CHAR WS-CREANCIER-LU
                        WS-SIGNATURE-CHAR WS-ETAT-LU
                        WS-REVOCATION-CHAR
               END-UNSTRING
               IF WS-RUM-LU = LK-RUM AND
                  FUNCTION TRIM (WS-COMPTE-CHAR) IS NUMERIC
                   MOVE 'Y' TO LK-TROUVE
                   COMPUTE LK-COMPTE = FUNCTION NUMVAL (WS-COMPTE-CHAR)
                   MOVE WS-CREANCIER-LU TO LK-CREANCIER
                   IF WS-SIGNATURE-CHAR IS NUMERIC
                       MOVE WS-SIGNATURE-CHAR TO LK-SIGNATURE
                   ELSE
                       MOVE 0 TO LK-SIGNATURE
                   END-IF
                   IF WS-ETAT-LU = 'A'
                       MOVE 'A' TO LK-ETAT
                   ELSE
                       MOVE 'R' TO LK-ETAT
                   END-IF
               END-IF
           END-IF.
