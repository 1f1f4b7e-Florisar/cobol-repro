      *                  bordereaux identiques retapes chaque mois.
      *
      *                  ordres_permanents.txt :
      *                  "COMPTE|DEST|MONTANT|FREQ|PROCHAINE|CLE-COMPTE|
      *                  CLE-DEST", FREQ = 'J' (quotidien), 'H'
      *                  (hebdomadaire) ou 'M' (mensuel), PROCHAINE au
      *                  format AAAAMMJJ, CLE-COMPTE et CLE-DEST les
      *                  cles RIB des deux comptes (voir CLE-RIB) : un
      *                  ordre a cle absente ou fausse n'est pas emis
      *                  et reste recopie tel quel pour correction.
      *                  Un huitieme champ 'S' ("...|CLE-DEST|S")
      *                  marque un ordre suspendu (titulaire decede,
      *                  voir DECES-CLIENT) : il n'est plus emis et
      *                  reste recopie tel quel.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *>   de lignes de detail et totaux du pied, repris du fichier
      *>   existant puis completes par les ordres emis.
       01 WS-DATE-LOT         PIC X(8).
      *>   Agence de l'en-tete ("H|AAAAMMJJ|AGE"), reportee telle
      *>   quelle ; un lot sans agence le reste.
       01 WS-AGENCE-LOT       PIC X(3) VALUE SPACES.
       01 WS-NB-DETAILS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
       01 WS-ORD-MONTANT      PIC X(10).
       01 WS-ORD-FREQ         PIC X(1).
       01 WS-ORD-PROCHAINE    PIC X(8).
       01 WS-ORD-CLE          PIC X(3).
       01 WS-ORD-CLE-DEST     PIC X(3).
       01 WS-ORD-SUSPENDU     PIC X(1).
       01 WS-ORD-CLES-OK      PIC X(1).
       01 WS-ORD-CLE-LUE      PIC X(3).
       01 WS-ORD-VALIDE       PIC X(1).
       01 WS-ORD-PROCH-NUM    PIC 9(8) VALUE 0.
       01 WS-ORD-MONT-ENT     PIC 9(7) VALUE 0.

       01 WS-NB-ORDRES-LUS    PIC 9(5) VALUE 0.
       01 WS-NB-ORDRES-EMIS   PIC 9(5) VALUE 0.
       01 WS-NB-ORDRES-SUSP   PIC 9(5) VALUE 0.
       01 WS-NB-ORDRES-CLE    PIC 9(5) VALUE 0.

      *>   Champs passes a JOURNAL-EXEC (historique des executions) :
      *>   zones de la bonne taille, pas des litteraux.
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.

      *>   Arguments de CLE-RIB (pose des cles RIB sur la
      *>   ligne du lot).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'L'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.
       01 WS-RIB-LIGNE        PIC X(80).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY WS-SEPARATEUR
           DISPLAY "Ordres permanents lus     : " WS-NB-ORDRES-LUS
           DISPLAY "Ordres emis au lot du jour: " WS-NB-ORDRES-EMIS
           DISPLAY "Ordres suspendus          : " WS-NB-ORDRES-SUSP
           DISPLAY "Ordres a cle RIB fausse   : " WS-NB-ORDRES-CLE
           DISPLAY WS-SEPARATEUR
           PERFORM JOURNALISER-FIN
           GOBACK.
               IF TRANS-LIGNE (1:2) = "H|"
                   MOVE 'Y' TO WS-ENTETE-VUE
                   MOVE TRANS-LIGNE (3:8) TO WS-DATE-LOT
                   IF TRANS-LIGNE (11:1) = "|"
                       MOVE TRANS-LIGNE (12:3) TO WS-AGENCE-LOT
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DETAILS
                   PERFORM CUMULER-DETAIL-EXISTANT
              WS-DET-TYPE = 'Q'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-CREDITS
           END-IF
           IF WS-DET-TYPE = 'D' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'X' OR WS-DET-TYPE = 'P'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-DEBITS
           END-IF.

           MOVE 'Y' TO WS-ORD-VALIDE
           MOVE SPACES TO WS-ORD-COMPTE WS-ORD-DEST WS-ORD-MONTANT
           MOVE SPACES TO WS-ORD-FREQ WS-ORD-PROCHAINE
           MOVE SPACES TO WS-ORD-CLE WS-ORD-CLE-DEST WS-ORD-SUSPENDU
           UNSTRING ORDRE-LIGNE DELIMITED BY "|"
               INTO WS-ORD-COMPTE WS-ORD-DEST WS-ORD-MONTANT
                    WS-ORD-FREQ WS-ORD-PROCHAINE WS-ORD-CLE
                    WS-ORD-CLE-DEST WS-ORD-SUSPENDU
           END-UNSTRING
      *>   Ordre suspendu : ni emis ni avance, la ligne reste telle
      *>   quelle pour la succession.
           IF WS-ORD-SUSPENDU = 'S'
               ADD 1 TO WS-NB-ORDRES-SUSP
               MOVE ORDRE-LIGNE TO ORDRE-TRV-LIGNE
               WRITE ORDRE-TRV-LIGNE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM (WS-ORD-COMPTE) NOT NUMERIC OR
              FUNCTION TRIM (WS-ORD-DEST) NOT NUMERIC OR
                       "quel : " ORDRE-LIGNE
               MOVE ORDRE-LIGNE TO ORDRE-TRV-LIGNE
               WRITE ORDRE-TRV-LIGNE
               EXIT PARAGRAPH
           END-IF

           PERFORM CONTROLER-CLES-ORDRE
           IF WS-ORD-CLES-OK = 'N'
               ADD 1 TO WS-NB-ORDRES-CLE
               DISPLAY "Ordre permanent a cle RIB fausse, non emis : "
                       ORDRE-LIGNE
               MOVE ORDRE-LIGNE TO ORDRE-TRV-LIGNE
               WRITE ORDRE-TRV-LIGNE
           ELSE
               MOVE WS-ORD-PROCHAINE TO WS-ORD-PROCH-NUM
               PERFORM UNTIL WS-ORD-PROCH-NUM > WS-DATE-JOUR
                      WS-ORD-FREQ DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-ORD-PROCH-NUM DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-ORD-CLE (1:2) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-ORD-CLE-DEST (1:2) DELIMITED BY SIZE
                      INTO ORDRE-TRV-LIGNE
               END-STRING
               WRITE ORDRE-TRV-LIGNE
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-CLES-ORDRE.
      *>   Les deux comptes de l'ordre doivent porter leur cle RIB.
           MOVE 'Y' TO WS-ORD-CLES-OK
           MOVE 'C' TO WS-RIB-ACTION
           MOVE FUNCTION NUMVAL (WS-ORD-COMPTE) TO WS-RIB-COMPTE
           MOVE WS-ORD-CLE TO WS-ORD-CLE-LUE
           PERFORM COMPARER-CLE-ORDRE
           MOVE FUNCTION NUMVAL (WS-ORD-DEST) TO WS-RIB-COMPTE
           MOVE WS-ORD-CLE-DEST TO WS-ORD-CLE-LUE
           PERFORM COMPARER-CLE-ORDRE.

       *>--------------------------------------------------------------
       COMPARER-CLE-ORDRE.
           IF WS-ORD-CLE-LUE (1:2) IS NOT NUMERIC OR
              WS-ORD-CLE-LUE (3:1) NOT = SPACE
               MOVE 'N' TO WS-ORD-CLES-OK
           ELSE
               CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                    WS-RIB-CLE WS-RIB-LIGNE
               IF WS-ORD-CLE-LUE (1:2) NOT = WS-RIB-CLE
                   MOVE 'N' TO WS-ORD-CLES-OK
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       EMETTRE-ORDRE.
      *>   Une ligne 'V' ordinaire, avec la date d'echeance en date de
                  WS-ORD-PROCH-NUM DELIMITED BY SIZE
                  INTO TRANS-TRV-LIGNE
           END-STRING
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
           WRITE TRANS-TRV-LIGNE
           ADD 1 TO WS-NB-DETAILS
           ADD 1 TO WS-NB-ORDRES-EMIS
                  WS-DATE-LOT DELIMITED BY SIZE
                  INTO TRANS-LIGNE
           END-STRING
           IF WS-AGENCE-LOT NOT = SPACES
               MOVE "|"           TO TRANS-LIGNE (11:1)
               MOVE WS-AGENCE-LOT TO TRANS-LIGNE (12:3)
           END-IF
           WRITE TRANS-LIGNE

           OPEN INPUT TRANS-TRV-FILE
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-ORDRES-LUS  TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-ORDRES-EMIS TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-ORDRES-SUSP TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.
