       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLE-RIB.

      *----------------------------------------------------------------
      * Nom du programme : CLE-RIB
      * Description    : Cle de controle des numeros de compte (meme
      *                  patron d'appel que INDEX-LIVRE) -- la cle est
      *                  celle du RIB national : 97 - ((89 x banque
      *                  + 15 x guichet + 3 x compte) modulo 97), sur
      *                  deux chiffres (01 a 97), le compte etant le
      *                  numero a onze chiffres cadre a droite. Les
      *                  codes banque et guichet viennent du magasin
      *                  de parametres (cles BANQUE-CODE et
      *                  GUICHET-CODE, lus au premier appel) : la cle
      *                  ne depend que du numero, elle se verifie
      *                  avant toute recherche du compte.
      *
      *                  LK-ACTION :
      *                  'C' calcule la cle de LK-COMPTE dans LK-CLE ;
      *                      LK-LIGNE recoit le RIB imprimable
      *                      "BANQUE GUICHET COMPTE CLE".
      *                  'L' pose les cles sur une ligne de detail du
      *                      lot transactions.txt (LK-LIGNE) : huitieme
      *                      champ CLE-COMPTE, neuvieme champ CLE-DEST
      *                      pour le compte credite d'un virement 'V'
      *                      (vide pour les autres types). Les champs
      *                      absents avant le huitieme sont ajoutes
      *                      vides. Une ligne qui porte deja sa cle, un
      *                      en-tete, un pied ou une ligne sans compte
      *                      numerique reviennent telles quelles ;
      *                      LK-COMPTE et LK-CLE rendent le compte de
      *                      la ligne et sa cle.
      *----------------------------------------------------------------

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>   Codes de l'etablissement, lus une fois par execution.
       01 WS-CODES-LUS        PIC X(1) VALUE 'N'.
       01 WS-BANQUE           PIC 9(5) VALUE 19999.
       01 WS-GUICHET          PIC 9(5) VALUE 1.
       01 WS-COMPTE-ONZE      PIC 9(11) VALUE 0.
       01 WS-SOMME            PIC 9(13) VALUE 0.
       01 WS-RESTE            PIC 9(2) VALUE 0.
       01 WS-CLE-CALCULEE     PIC 9(2) VALUE 0.

      *>   Ligne de detail eclatee (meme decoupage que APPLIQUER-DETAIL
      *>   dans MAJ-SOLDE).
       01 WS-LIG-REF          PIC X(10).
       01 WS-LIG-ID-CHAR      PIC X(10).
       01 WS-LIG-TYPE         PIC X(1).
       01 WS-LIG-MONTANT      PIC X(12).
       01 WS-LIG-DEST-CHAR    PIC X(11).
       01 WS-LIG-DATE         PIC X(8).
       01 WS-LIG-DONNEUR      PIC X(5).
       01 WS-LIG-CLE          PIC X(3).
       01 WS-LIG-ID-LONG      PIC 9(2) COMP.
       01 WS-LIG-DEST-LONG    PIC 9(2) COMP.
       01 WS-LIG-LONG         PIC 9(3) COMP.
       01 WS-LIG-POS          PIC 9(3) COMP.
       01 WS-LIG-BARRES       PIC 9(3) COMP.
       01 WS-LIG-TRAVAIL      PIC X(80).
       01 WS-CLE-DEST         PIC 9(2) VALUE 0.
       01 WS-CLE-DEST-TEXTE   PIC X(2).

      *>   Champs passes a LIRE-PARAM (magasin central de
      *>   parametres).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

       LINKAGE SECTION.
       01 LK-ACTION    PIC X(1).
       01 LK-COMPTE    PIC 9(5).
       01 LK-CLE       PIC 9(2).
       01 LK-LIGNE     PIC X(80).

       PROCEDURE DIVISION USING LK-ACTION LK-COMPTE LK-CLE LK-LIGNE.
       MAIN-SECTION.
           IF WS-CODES-LUS = 'N'
               PERFORM LIRE-CODES-ETABLISSEMENT
           END-IF
           EVALUATE LK-ACTION
               WHEN 'C'
                   PERFORM CALCULER-CLE
                   MOVE WS-CLE-CALCULEE TO LK-CLE
                   MOVE SPACES TO LK-LIGNE
                   STRING WS-BANQUE      DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          WS-GUICHET     DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          WS-COMPTE-ONZE DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          WS-CLE-CALCULEE DELIMITED BY SIZE
                          INTO LK-LIGNE
                   END-STRING
               WHEN 'L'
                   PERFORM POSER-CLES-LIGNE
           END-EVALUATE
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CODES-ETABLISSEMENT.
           MOVE "BANQUE-CODE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM > 0 AND WS-PRM-VALEUR-NUM < 100000
               MOVE WS-PRM-VALEUR-NUM TO WS-BANQUE
           END-IF
           MOVE "GUICHET-CODE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              AND WS-PRM-VALEUR-NUM < 100000
               MOVE WS-PRM-VALEUR-NUM TO WS-GUICHET
           END-IF
           MOVE 'Y' TO WS-CODES-LUS.

       *>--------------------------------------------------------------
       CALCULER-CLE.
      *>   Cle de LK-COMPTE dans WS-CLE-CALCULEE.
           MOVE LK-COMPTE TO WS-COMPTE-ONZE
           COMPUTE WS-SOMME = 89 * WS-BANQUE + 15 * WS-GUICHET
                            + 3 * WS-COMPTE-ONZE
           COMPUTE WS-RESTE = FUNCTION MOD (WS-SOMME, 97)
           COMPUTE WS-CLE-CALCULEE = 97 - WS-RESTE.

       *>--------------------------------------------------------------
       POSER-CLES-LIGNE.
           IF LK-LIGNE = SPACES OR LK-LIGNE (1:2) = "H|" OR
              LK-LIGNE (1:2) = "T|"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIG-REF WS-LIG-ID-CHAR WS-LIG-TYPE
           MOVE SPACES TO WS-LIG-MONTANT WS-LIG-DEST-CHAR
           MOVE SPACES TO WS-LIG-DATE WS-LIG-DONNEUR WS-LIG-CLE
           UNSTRING LK-LIGNE DELIMITED BY "|"
               INTO WS-LIG-REF WS-LIG-ID-CHAR WS-LIG-TYPE
                    WS-LIG-MONTANT WS-LIG-DEST-CHAR WS-LIG-DATE
                    WS-LIG-DONNEUR WS-LIG-CLE
           END-UNSTRING
           COMPUTE WS-LIG-ID-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-LIG-ID-CHAR))
           IF WS-LIG-ID-CHAR = SPACES OR WS-LIG-ID-LONG > 5
               EXIT PARAGRAPH
           END-IF
           IF WS-LIG-ID-CHAR (1:WS-LIG-ID-LONG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIG-ID-CHAR (1:WS-LIG-ID-LONG) TO LK-COMPTE
           PERFORM CALCULER-CLE
           MOVE WS-CLE-CALCULEE TO LK-CLE
           IF WS-LIG-CLE NOT = SPACES
               EXIT PARAGRAPH
           END-IF

      *>   Cle du compte credite : virement interne 'V' seulement.
           MOVE SPACES TO WS-CLE-DEST-TEXTE
           COMPUTE WS-LIG-DEST-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-LIG-DEST-CHAR))
           IF WS-LIG-TYPE = 'V' AND WS-LIG-DEST-CHAR NOT = SPACES
              AND WS-LIG-DEST-LONG <= 5
               IF WS-LIG-DEST-CHAR (1:WS-LIG-DEST-LONG) IS NUMERIC
                   MOVE WS-LIG-DEST-CHAR (1:WS-LIG-DEST-LONG)
                        TO LK-COMPTE
                   PERFORM CALCULER-CLE
                   MOVE WS-CLE-CALCULEE TO WS-CLE-DEST
                   MOVE WS-CLE-DEST TO WS-CLE-DEST-TEXTE
                   MOVE WS-LIG-ID-CHAR (1:WS-LIG-ID-LONG) TO LK-COMPTE
               END-IF
           END-IF

      *>   Les champs manquants avant le huitieme sont ajoutes vides.
           COMPUTE WS-LIG-LONG = FUNCTION LENGTH
               (FUNCTION TRIM (LK-LIGNE TRAILING))
           MOVE 0 TO WS-LIG-BARRES
           PERFORM VARYING WS-LIG-POS FROM 1 BY 1
                    UNTIL WS-LIG-POS > WS-LIG-LONG
               IF LK-LIGNE (WS-LIG-POS:1) = "|"
                   ADD 1 TO WS-LIG-BARRES
               END-IF
           END-PERFORM
           MOVE LK-LIGNE TO WS-LIG-TRAVAIL
           PERFORM UNTIL WS-LIG-BARRES >= 6
               ADD 1 TO WS-LIG-LONG
               MOVE "|" TO WS-LIG-TRAVAIL (WS-LIG-LONG:1)
               ADD 1 TO WS-LIG-BARRES
           END-PERFORM
           MOVE SPACES TO LK-LIGNE
           STRING WS-LIG-TRAVAIL (1:WS-LIG-LONG) DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  LK-CLE            DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-CLE-DEST-TEXTE DELIMITED BY SPACE
                  INTO LK-LIGNE
           END-STRING.
