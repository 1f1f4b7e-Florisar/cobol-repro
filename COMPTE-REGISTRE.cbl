      *                  statut) ; comptes.txt dit a quel client ce
      *                  compte appartient et de quel type il est :
      *                  "NUMERO|ID-TITULAIRE|TYPE", TYPE = 'C'
      *                  (courant), 'E' (epargne) ou 'T' (depot a
      *                  terme, la ligne porte alors aussi les
      *                  conditions du depot -- voir LIRE-DEPOT-TERME).
      *                  Un compte 'C' ou 'E' peut porter sa devise en
      *                  quatrieme champ ("NUMERO|ID|C|USD", lue par
      *                  LIRE-DEVISE) ; sans devise, il tient en euros.
      *                  Un compte absent du registre est son propre
      *                  titulaire, de type courant -- les comptes
      *                  d'avant l'ouverture des livrets restent donc
      *                  valables sans migration. Toute ligne peut
      *                  enfin porter en dernier champ le code agence
      *                  du compte, trois chiffres (lu par
      *                  LIRE-AGENCE).
      *
      *                  LK-TROUVE : 'Y' compte au registre, 'N'
      *                  absent (valeurs par defaut servies).
       DATA DIVISION.
       FILE SECTION.
       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-FS-COMPTES       PIC XX.
                       MOVE 'Y' TO LK-TROUVE
                       COMPUTE LK-TITULAIRE =
                           FUNCTION NUMVAL (WS-TITULAIRE-CHAR)
                       IF WS-TYPE-LU = 'E' OR WS-TYPE-LU = 'T'
                           MOVE WS-TYPE-LU TO LK-TYPE
                       ELSE
                           MOVE 'C' TO LK-TYPE
                       END-IF
