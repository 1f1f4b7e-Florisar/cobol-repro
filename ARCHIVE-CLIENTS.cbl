       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE.
       01 LIGNE-SORTIE PIC X(220).

       FD ARCHIVE-FILE.
       01 ARCHIVE-LIGNE PIC X(220).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT-FILE   PIC XX.
       01 WS-NB-LIGNES        PIC 9(3) VALUE 0.
       01 WS-TABLE-LIGNES.
           05 WS-L-ENTRY OCCURS 200 TIMES INDEXED BY WS-LIDX.
               10 WS-L-LIGNE   PIC X(220).
               10 WS-L-ARCHIVER PIC X(1).
       01 WS-CH-STATUT        PIC X(1).
       01 WS-CH-DATE-SUPPR    PIC X(8).
                TO WS-LIBELLE-SAISIE
           MOVE 0     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-CONSULTE
