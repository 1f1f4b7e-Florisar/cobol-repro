      *                  segment commercial (meme patron d'appel que
      *                  LIRE-PARAM) -- baremes.txt porte une ligne
      *                  par segment :
      *                  "SEGMENT|TAUX-ANNUEL|FRAIS-TENUE|FRAIS-JOUR
      *                  |TAUX-DEBITEUR" avec les taux en centiemes de
      *                  pour cent (250 = 2,50 %) et les frais en
      *                  centimes. TAUX-DEBITEUR est le taux annuel
      *                  des agios sur solde negatif (voir AGIOS) ;
      *                  une ligne sans ce cinquieme champ laisse le
      *                  taux de l'appelant en place.
      *                  L'appelant garde ses valeurs par defaut
      *                  (celles du magasin central de parametres)
      *                  quand le segment est absent du bareme : un
       01 WS-TAUX-LU          PIC X(6).
       01 WS-TENUE-LUE        PIC X(6).
       01 WS-JOUR-LU          PIC X(6).
       01 WS-TAUX-DEB-LU      PIC X(6).

       LINKAGE SECTION.
       01 LK-SEGMENT     PIC X(1).
       01 LK-TAUX        PIC 9(4).
       01 LK-FRAIS-TENUE PIC 9(5).
       01 LK-FRAIS-JOUR  PIC 9(5).
       01 LK-TAUX-DEBITEUR PIC 9(4).
       01 LK-TROUVE      PIC X(1).

       PROCEDURE DIVISION USING LK-SEGMENT LK-TAUX LK-FRAIS-TENUE
            LK-FRAIS-JOUR LK-TAUX-DEBITEUR LK-TROUVE.
       MAIN-SECTION.
           MOVE 'N' TO LK-TROUVE

           ELSE
               MOVE SPACES TO WS-SEGMENT-LU WS-TAUX-LU
               MOVE SPACES TO WS-TENUE-LUE WS-JOUR-LU
               MOVE SPACES TO WS-TAUX-DEB-LU
               UNSTRING BAREME-LIGNE DELIMITED BY "|"
                   INTO WS-SEGMENT-LU WS-TAUX-LU WS-TENUE-LUE
                        WS-JOUR-LU WS-TAUX-DEB-LU
               END-UNSTRING
               IF WS-SEGMENT-LU = LK-SEGMENT AND
                  WS-SEGMENT-LU NOT = SPACES
                       COMPUTE LK-FRAIS-JOUR =
                           FUNCTION NUMVAL (WS-JOUR-LU)
                   END-IF
                   IF FUNCTION TRIM (WS-TAUX-DEB-LU) IS NUMERIC
                       COMPUTE LK-TAUX-DEBITEUR =
                           FUNCTION NUMVAL (WS-TAUX-DEB-LU)
                   END-IF
               END-IF
           END-IF.
