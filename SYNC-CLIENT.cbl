      *>   Meme disposition que LIGNE-SORTIE dans TEST-CLIENT :
      *>   "ID|NOM|PRENOM|DATE|SOLDE|STATUT|RUE|VILLE|CP|TEL".
       FD GUICHET-FILE.
       01 GUICHET-LIGNE PIC X(220).

       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
      *>   segmentation laisse le champ vide et le client est repute
      *>   standard.
       01 WS-SEGMENT          PIC X(1).
      *>   Exoneration de retenue a la source ('O'/'N', voir
      *>   CLIENTREC) : reportee au maitre derriere le segment, un
      *>   guichet plus ancien vaut 'N' (retenue appliquee).
       01 WS-EXONERE          PIC X(1).
      *>   Piece d'identite et prochaine revision du dossier (voir
      *>   CLIENTREC) : reportees au maitre derriere l'exoneration,
      *>   a blanc pour une fiche jamais revisee -- MAJ-SOLDE les y
      *>   relit pour refuser les debits d'un dossier echu.
       01 WS-PIECE-TYPE       PIC X(1).
       01 WS-PIECE-NUMERO     PIC X(15).
       01 WS-PIECE-EXPIRATION PIC X(8).
       01 WS-REVISION         PIC X(8).
       01 WS-LIGNE-VALIDE     PIC X(1).

      *>   Solde et statut a reporter dans la ligne reconstruite : le
           MOVE SPACES TO WS-ID-CHAR WS-NOM WS-PRENOM
                          WS-DATE-NAISSANCE WS-SOLDE-TEXTE WS-STATUT
           MOVE SPACES TO WS-RUE WS-VILLE WS-CODE-POSTAL WS-TELEPHONE
           MOVE SPACES TO WS-DATE-SUPPR WS-SEGMENT WS-EXONERE
           MOVE SPACES TO WS-PIECE-TYPE WS-PIECE-NUMERO
                          WS-PIECE-EXPIRATION WS-REVISION
           UNSTRING GUICHET-LIGNE DELIMITED BY "|"
               INTO WS-ID-CHAR WS-NOM WS-PRENOM WS-DATE-NAISSANCE
                    WS-SOLDE-TEXTE WS-STATUT WS-RUE WS-VILLE
                    WS-CODE-POSTAL WS-TELEPHONE WS-DATE-SUPPR
                    WS-SEGMENT WS-EXONERE WS-PIECE-TYPE
                    WS-PIECE-NUMERO WS-PIECE-EXPIRATION WS-REVISION
           END-UNSTRING
           IF WS-SEGMENT NOT = 'J' AND WS-SEGMENT NOT = 'E'
               MOVE 'S' TO WS-SEGMENT
           END-IF
           IF WS-EXONERE NOT = 'O'
               MOVE 'N' TO WS-EXONERE
           END-IF

      *>   Comme dans MAJ-SOLDE, IS NUMERIC n'est teste que sur la
      *>   longueur significative de l'identifiant.
           ELSE
               MOVE WS-ID-CHAR (1:WS-ID-LONG) TO WS-ID-GUICHET
           END-IF
      *>   'F' (client decede, pose par DECES-CLIENT) se reporte
      *>   comme 'A' : le statut du maitre est conserve a la
      *>   reecriture.
           IF WS-STATUT NOT = 'A' AND WS-STATUT NOT = 'D' AND
              WS-STATUT NOT = 'F'
               MOVE 'N' TO WS-LIGNE-VALIDE
           END-IF

           IF WS-STATUT-A-ECRIRE NOT = 'A' AND
              WS-STATUT-A-ECRIRE NOT = 'I' AND
              WS-STATUT-A-ECRIRE NOT = 'C' AND
              WS-STATUT-A-ECRIRE NOT = 'E' AND
              WS-STATUT-A-ECRIRE NOT = 'F' AND
              WS-STATUT-A-ECRIRE NOT = 'P'
               MOVE 'A' TO WS-STATUT-A-ECRIRE
           END-IF.

                  WS-TELEPHONE                       DELIMITED BY SIZE
                  "|"                                DELIMITED BY SIZE
                  WS-SEGMENT                         DELIMITED BY SIZE
                  "|"                                DELIMITED BY SIZE
                  WS-EXONERE                         DELIMITED BY SIZE
                  "|"                                DELIMITED BY SIZE
                  WS-PIECE-TYPE                      DELIMITED BY SIZE
                  "|"                                DELIMITED BY SIZE
                  WS-PIECE-NUMERO                    DELIMITED BY SIZE
                  "|"                                DELIMITED BY SIZE
                  WS-PIECE-EXPIRATION                DELIMITED BY SIZE
                  "|"                                DELIMITED BY SIZE
                  WS-REVISION                        DELIMITED BY SIZE
                  INTO FS-DONNEES-CLIENT
               ON OVERFLOW
                   MOVE 'Y' TO WS-CSV-DEBORDEMENT
