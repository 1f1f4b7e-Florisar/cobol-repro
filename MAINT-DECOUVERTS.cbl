      *                  avec l'operateur de la session, l'ancienne et
      *                  la nouvelle valeur -- on sait enfin qui a
      *                  accorde quoi, et les facilites ne durent plus
      *                  eternellement. Une limite peut porter un taux
      *                  debiteur particulier pour les agios (voir
      *                  AGIOS) qui remplace celui du bareme du
      *                  segment.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   "IDENTIFIANT|LIMITE|DATE-FIN[|TAUX]" -- meme disposition
      *>   que lue par CHERCHER-DECOUVERT dans MAJ-SOLDE ; TAUX, taux
      *>   debiteur particulier en centiemes de pour cent, n'est
      *>   ecrit que s'il est accorde (lu par AGIOS seulement).
           SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
       01 WS-ANCIENNE-FIN     PIC X(8)  VALUE SPACES.
       01 WS-NOUVELLE-LIMITE  PIC X(10) VALUE SPACES.
       01 WS-NOUVELLE-FIN     PIC X(8)  VALUE SPACES.
       01 WS-ANCIEN-TAUX      PIC X(6)  VALUE SPACES.
       01 WS-NOUVEAU-TAUX     PIC 9(4)  VALUE 0.
       01 WS-LIMITE-TROUVEE   PIC X(1).
       01 WS-MONTANT-ENT      PIC 9(7) VALUE 0.
       01 WS-MONTANT-DEC      PIC 9(2) VALUE 0.
       01 WS-DEC-ID-CHAR      PIC X(5).
       01 WS-DEC-LIM-TEXTE    PIC X(10).
       01 WS-DEC-FIN-TEXTE    PIC X(8).
       01 WS-DEC-TAUX-TEXTE   PIC X(6).
       01 WS-PTR-LIGNE        PIC 9(3) COMP.

       01 WS-DATE-FIN-SAISIE  PIC X(10).
       01 WS-DATE-TRACE       PIC 9(8).
               DISPLAY "(aucune limite accordee)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COMPTE  LIMITE      REVUE LE  TAUX AGIOS"
           DISPLAY WS-SEPARATEUR
           READ DECOUVERTS-FILE
               AT END MOVE "10" TO WS-FS-DECOUV
           PERFORM UNTIL WS-FS-DECOUV = "10"
               IF DECOUV-LIGNE NOT = SPACES
                   MOVE SPACES TO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
                   MOVE SPACES TO WS-DEC-FIN-TEXTE WS-DEC-TAUX-TEXTE
                   UNSTRING DECOUV-LIGNE DELIMITED BY "|"
                       INTO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
                            WS-DEC-FIN-TEXTE WS-DEC-TAUX-TEXTE
                   END-UNSTRING
                   IF WS-DEC-TAUX-TEXTE = SPACES
                       MOVE "BAREME" TO WS-DEC-TAUX-TEXTE
                   END-IF
                   DISPLAY WS-DEC-ID-CHAR "   " WS-DEC-LIM-TEXTE
                           "  " WS-DEC-FIN-TEXTE "  "
                           WS-DEC-TAUX-TEXTE
               END-IF
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
           PERFORM SAISIR-COMPTE
           PERFORM SAISIR-NOUVELLE-LIMITE
           PERFORM SAISIR-DATE-REVUE
           PERFORM SAISIR-TAUX-PARTICULIER
           PERFORM REECRIRE-DECOUVERTS
           IF WS-LIMITE-TROUVEE = 'Y'
               DISPLAY "Limite du compte " WS-ID-COMPTE " modifiee : "
           PERFORM SAISIR-COMPTE
           MOVE SPACES TO WS-NOUVELLE-LIMITE
           MOVE SPACES TO WS-NOUVELLE-FIN
           MOVE 0 TO WS-NOUVEAU-TAUX
           PERFORM REECRIRE-DECOUVERTS
           IF WS-LIMITE-TROUVEE = 'Y'
               DISPLAY "Limite du compte " WS-ID-COMPTE " revoquee "
           MOVE "Numero du compte :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-COMPTE.
           MOVE WS-DATE-FIN-SAISIE (6:2) TO WS-NOUVELLE-FIN (5:2)
           MOVE WS-DATE-FIN-SAISIE (9:2) TO WS-NOUVELLE-FIN (7:2).

       *>--------------------------------------------------------------
       SAISIR-TAUX-PARTICULIER.
      *>   Zero laisse le compte au taux debiteur du bareme de son
      *>   segment (ou a la cle TAUX-AGIOS-DEBITEUR).
           MOVE "Taux agios particulier (1/100 %, 0 = bareme) :"
                TO WS-LIBELLE-SAISIE
           MOVE 0    TO WS-BORNE-MIN-SAISIE
           MOVE 9999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NOUVEAU-TAUX.

       *>--------------------------------------------------------------
       REECRIRE-DECOUVERTS.
      *>   Le fichier est recopie ligne a ligne dans un fichier de
      *>   plafond.
           MOVE 'N' TO WS-LIMITE-TROUVEE
           MOVE SPACES TO WS-ANCIENNE-LIMITE WS-ANCIENNE-FIN
           MOVE SPACES TO WS-ANCIEN-TAUX
           OPEN OUTPUT DECOUV-TRV-FILE
           OPEN INPUT DECOUVERTS-FILE
           IF WS-FS-DECOUV = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
           MOVE SPACES TO WS-DEC-FIN-TEXTE WS-DEC-TAUX-TEXTE
           UNSTRING DECOUV-LIGNE DELIMITED BY "|"
               INTO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE WS-DEC-FIN-TEXTE
                    WS-DEC-TAUX-TEXTE
           END-UNSTRING
           IF FUNCTION TRIM (WS-DEC-ID-CHAR) IS NUMERIC AND
              FUNCTION NUMVAL (WS-DEC-ID-CHAR) = WS-ID-COMPTE
               MOVE 'Y' TO WS-LIMITE-TROUVEE
               MOVE WS-DEC-LIM-TEXTE TO WS-ANCIENNE-LIMITE
               MOVE WS-DEC-FIN-TEXTE TO WS-ANCIENNE-FIN
               MOVE WS-DEC-TAUX-TEXTE TO WS-ANCIEN-TAUX
               IF WS-NOUVELLE-LIMITE NOT = SPACES
                   PERFORM ECRIRE-LIGNE-LIMITE
               END-IF
       *>--------------------------------------------------------------
       ECRIRE-LIGNE-LIMITE.
           MOVE SPACES TO DECOUV-TRV-LIGNE
           MOVE 1 TO WS-PTR-LIGNE
           STRING WS-ID-COMPTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NOUVELLE-LIMITE)
                  "|" DELIMITED BY SIZE
                  WS-NOUVELLE-FIN DELIMITED BY SIZE
                  INTO DECOUV-TRV-LIGNE
                  WITH POINTER WS-PTR-LIGNE
           END-STRING
           IF WS-NOUVEAU-TAUX > 0
               STRING "|" DELIMITED BY SIZE
                      WS-NOUVEAU-TAUX DELIMITED BY SIZE
                      INTO DECOUV-TRV-LIGNE
                      WITH POINTER WS-PTR-LIGNE
               END-STRING
           END-IF
           WRITE DECOUV-TRV-LIGNE.

       *>--------------------------------------------------------------
                  WS-NOUVELLE-LIMITE DELIMITED BY SIZE
                  " REVUE="      DELIMITED BY SIZE
                  WS-NOUVELLE-FIN DELIMITED BY SIZE
                  " TAUX="       DELIMITED BY SIZE
                  WS-ANCIEN-TAUX DELIMITED BY SPACE
                  "->"           DELIMITED BY SIZE
                  WS-NOUVEAU-TAUX DELIMITED BY SIZE
                  INTO JOURNAL-LIGNE
           END-STRING
           OPEN INPUT JOURNAL-FILE
