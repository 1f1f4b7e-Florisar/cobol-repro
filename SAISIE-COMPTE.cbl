          IDENTIFICATION DIVISION.
          PROGRAM-ID. SAISIE-COMPTE.



      *----------------------------------------------------------------
      * Nom du programme : SAISIE-COMPTE
      * Description    : Saisie d'un numero de compte avec sa cle RIB
      *                  -- meme appel que SAISIE-NUM (libelle, bornes,
      *                  valeur) ; l'operateur tape le numero suivi des
      *                  deux chiffres de la cle (12345 67, 12345-67 ou
      *                  1234567). La cle est verifiee par CLE-RIB avant
      *                  de rendre le numero : une faute de frappe est
      *                  refusee a l'ecran, avant toute recherche du
      *                  compte. Quand la borne basse est zero, un "0"
      *                  seul reste accepte (abandon / tous comptes).
      *----------------------------------------------------------------



      *----------------------------------------------------------------
          DATA DIVISION.
          WORKING-STORAGE SECTION.
          01 WS-SAISIE-BRUTE  PIC X(12) VALUE SPACES.
          01 WS-SAISIE-NETTE  PIC X(12) VALUE SPACES.
          01 WS-LONGUEUR      PIC 9(2) COMP.
          01 WS-POS           PIC 9(2) COMP.
          01 WS-LONG-COMPTE   PIC 9(2) COMP.
          01 WS-VALEUR-NUM    PIC 9(9) VALUE 0.
          01 WS-CLE-SAISIE    PIC 9(2) VALUE 0.
          01 WS-VALEUR-VALIDE PIC X    VALUE 'N'.
      *    Arguments de CLE-RIB.
          01 WS-RIB-ACTION    PIC X(1) VALUE 'C'.
          01 WS-RIB-COMPTE    PIC 9(5) VALUE 0.
          01 WS-RIB-CLE       PIC 9(2) VALUE 0.
          01 WS-RIB-LIGNE     PIC X(80) VALUE SPACES.
      *----------------------------------------------------------------



      *----------------------------------------------------------------
          LINKAGE SECTION.
          01 LK-LIBELLE   PIC X(60).
          01 LK-BORNE-MIN PIC 9(9).
          01 LK-BORNE-MAX PIC 9(9).
          01 LK-VALEUR    PIC 9(9).
      *----------------------------------------------------------------



      *----------------------------------------------------------------
          PROCEDURE DIVISION USING LK-LIBELLE LK-BORNE-MIN LK-BORNE-MAX
               LK-VALEUR.
          MAIN-SECTION.
              MOVE 'N' TO WS-VALEUR-VALIDE
              PERFORM UNTIL WS-VALEUR-VALIDE = 'Y'
                  DISPLAY FUNCTION TRIM (LK-LIBELLE)
                  DISPLAY "  (numero suivi de la cle RIB, ex. 12345 67)"
                  ACCEPT WS-SAISIE-BRUTE
                  PERFORM VALIDER-SAISIE
              END-PERFORM
              MOVE WS-VALEUR-NUM TO LK-VALEUR
              GOBACK.

          VALIDER-SAISIE.
      *    Les espaces et tirets de separation sont d'abord retires ;
      *    les deux derniers chiffres sont la cle, le reste le numero.
              MOVE SPACES TO WS-SAISIE-NETTE
              MOVE 0 TO WS-LONGUEUR
              PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 12
                  IF WS-SAISIE-BRUTE (WS-POS:1) NOT = SPACE AND
                     WS-SAISIE-BRUTE (WS-POS:1) NOT = "-"
                      ADD 1 TO WS-LONGUEUR
                      MOVE WS-SAISIE-BRUTE (WS-POS:1)
                           TO WS-SAISIE-NETTE (WS-LONGUEUR:1)
                  END-IF
              END-PERFORM
              IF WS-LONGUEUR = 0
                  DISPLAY "Saisie vide -- veuillez ressaisir"
                  EXIT PARAGRAPH
              END-IF
              IF WS-SAISIE-NETTE (1:WS-LONGUEUR) IS NOT NUMERIC
                  DISPLAY "Saisie non numerique -- veuillez "
                          "ressaisir"
                  EXIT PARAGRAPH
              END-IF

      *    Zero seul : sortie prevue par l'appelant, sans cle.
              IF LK-BORNE-MIN = 0 AND WS-LONGUEUR = 1 AND
                 WS-SAISIE-NETTE (1:1) = "0"
                  MOVE 0 TO WS-VALEUR-NUM
                  MOVE 'Y' TO WS-VALEUR-VALIDE
                  EXIT PARAGRAPH
              END-IF

              IF WS-LONGUEUR < 3 OR WS-LONGUEUR > 7
                  DISPLAY "Numero et cle RIB attendus (ex. 12345 67)"
                          " -- veuillez ressaisir"
                  EXIT PARAGRAPH
              END-IF
              COMPUTE WS-LONG-COMPTE = WS-LONGUEUR - 2
              MOVE WS-SAISIE-NETTE (1:WS-LONG-COMPTE) TO WS-VALEUR-NUM
              MOVE WS-SAISIE-NETTE (WS-LONG-COMPTE + 1:2)
                   TO WS-CLE-SAISIE
              IF WS-VALEUR-NUM < LK-BORNE-MIN OR
                 WS-VALEUR-NUM > LK-BORNE-MAX
                  DISPLAY "Valeur hors limites (" LK-BORNE-MIN
                          " a " LK-BORNE-MAX
                          ") -- veuillez ressaisir"
                  EXIT PARAGRAPH
              END-IF
              MOVE 'C' TO WS-RIB-ACTION
              MOVE WS-VALEUR-NUM TO WS-RIB-COMPTE
              CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                   WS-RIB-CLE WS-RIB-LIGNE
              IF WS-RIB-CLE NOT = WS-CLE-SAISIE
                  DISPLAY "Cle RIB incorrecte -- veuillez ressaisir"
                  EXIT PARAGRAPH
              END-IF
              MOVE 'Y' TO WS-VALEUR-VALIDE.
