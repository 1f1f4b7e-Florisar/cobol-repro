      *                  imprime la veille conservee et le meme jour
      *                  de la semaine passee a cote du jour -- la
      *                  tendance se voit d'un coup d'oeil.
      *                  Le resultat de chaque caisse guichet de la
      *                  journee (caisses.txt, CAISSE-GUICHET) est
      *                  imprime, et la journee garde le nombre de
      *                  caisses arretees, celles visees hors
      *                  tolerance et l'ecart net.
      *                  Les mouvements du jour (credits et debits,
      *                  nombre et montant) et les comptes en negatif
      *                  sont ventiles par agence du compte
      *                  (LIRE-AGENCE).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BORD.

           SELECT CAISSES-FILE
              ASSIGN TO "caisses.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CAISSES.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           05 FS-DONNEES-CLIENT PIC X(194).

       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       FD REJETS-FILE.
       01 REJET-TRANS-LIGNE PIC X(92).
       FD BORD-FILE.
       01 BORD-LIGNE PIC X(90).

       FD CAISSES-FILE.
       01 CAI-REC.
           COPY CAISSEREC.

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-FS-REJETS        PIC XX.
       01 WS-FS-HISTORIQUE    PIC XX.
       01 WS-FS-BORD          PIC XX.
       01 WS-FS-CAISSES       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-NB-NOUVEAUX      PIC 9(5) VALUE 0.
       01 WS-NB-NEGATIFS      PIC 9(5) VALUE 0.

      *>   Caisses guichet de la journee : arretees, encore ouvertes,
      *>   visees par un superviseur (ecart hors tolerance), et ecart
      *>   net des arretees (excedents moins manquants).
       01 WS-NB-CAISSES       PIC 9(3) VALUE 0.
       01 WS-NB-CAISSES-OUV   PIC 9(3) VALUE 0.
       01 WS-NB-CAISSES-VISEES PIC 9(3) VALUE 0.
       01 WS-ECART-NET        PIC S9(7)V99 VALUE 0.
       01 WS-ECART-NET-EDIT   PIC +9(7).99.
       01 WS-CAI-ATTENDU-EDIT PIC Z(6)9.99.
       01 WS-CAI-COMPTE-EDIT  PIC Z(6)9.99.
       01 WS-CAI-ECART-EDIT   PIC Z(6)9.99.

      *>   Ventilation par agence du compte : credits et debits du
      *>   jour, comptes en negatif. Le dernier poste recoit le
      *>   debordement ("***").
       01 WS-AGV-COMPTE       PIC 9(5).
       01 WS-AGV-AGENCE       PIC X(3).
       01 WS-AGV-TROUVE       PIC X(1).
       01 WS-AGV-MAX          PIC 9(3) COMP VALUE 50.
       01 WS-AGV-NB           PIC 9(3) COMP VALUE 0.
       01 WS-AGV-IDX          PIC 9(3) COMP.
       01 WS-AGV-POS          PIC 9(3) COMP.
       01 WS-AGV-TABLE.
           05 WS-AGV-ENTREE OCCURS 51 TIMES.
               10 WS-AGV-CODE      PIC X(3).
               10 WS-AGV-NB-CRED   PIC 9(5).
               10 WS-AGV-MT-CRED   PIC 9(9)V99.
               10 WS-AGV-NB-DEB    PIC 9(5).
               10 WS-AGV-MT-DEB    PIC 9(9)V99.
               10 WS-AGV-NEGATIFS  PIC 9(5).
       01 WS-AGV-CRED-EDIT    PIC 9(9).99.
       01 WS-AGV-DEB-EDIT     PIC 9(9).99.

      *>   Champs eclates d'une ligne du grand livre.
       01 WS-LIV-COMPTE       PIC X(5).
       01 WS-LIV-SEQ          PIC X(7).
           COMPUTE WS-DATE-SEMAINE =
               FUNCTION DATE-OF-INTEGER (WS-JOUR-ENTIER)

           INITIALIZE WS-AGV-TABLE
           PERFORM COMPTER-MOUVEMENTS-JOUR
           PERFORM COMPTER-REJETS
           PERFORM COMPTER-NOUVEAUX-CLIENTS
           PERFORM COMPTER-NEGATIFS
           PERFORM COMPTER-CAISSES
           PERFORM RETROUVER-JOURNEES-PASSEES
           PERFORM ENREGISTRER-LA-JOURNEE
           PERFORM IMPRIMER-TABLEAU
                   ADD 1 TO WS-NB-B
                   ADD WS-LIV-MONT-VAL TO WS-MT-B
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM (WS-LIV-COMPTE) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGV-COMPTE = FUNCTION NUMVAL (WS-LIV-COMPTE)
           PERFORM RETROUVER-POSTE-AGENCE
           IF WS-LIV-TYPE = 'C' OR WS-LIV-TYPE = 'Q' OR
              WS-LIV-TYPE = 'I'
               ADD 1 TO WS-AGV-NB-CRED (WS-AGV-POS)
               ADD WS-LIV-MONT-VAL TO WS-AGV-MT-CRED (WS-AGV-POS)
           ELSE
               ADD 1 TO WS-AGV-NB-DEB (WS-AGV-POS)
               ADD WS-LIV-MONT-VAL TO WS-AGV-MT-DEB (WS-AGV-POS)
           END-IF.

       *>--------------------------------------------------------------
       RETROUVER-POSTE-AGENCE.
      *>   WS-AGV-POS : poste de l'agence de WS-AGV-COMPTE (cree au
      *>   besoin ; au-dela de la table, le poste de debordement).
           CALL "LIRE-AGENCE" USING WS-AGV-COMPTE WS-AGV-AGENCE
                WS-AGV-TROUVE
           MOVE 0 TO WS-AGV-POS
           PERFORM VARYING WS-AGV-IDX FROM 1 BY 1
                    UNTIL WS-AGV-IDX > WS-AGV-NB OR WS-AGV-POS > 0
               IF WS-AGV-CODE (WS-AGV-IDX) = WS-AGV-AGENCE
                   MOVE WS-AGV-IDX TO WS-AGV-POS
               END-IF
           END-PERFORM
           IF WS-AGV-POS = 0
               IF WS-AGV-NB < WS-AGV-MAX
                   ADD 1 TO WS-AGV-NB
                   MOVE WS-AGV-NB TO WS-AGV-POS
                   INITIALIZE WS-AGV-ENTREE (WS-AGV-POS)
                   MOVE WS-AGV-AGENCE TO WS-AGV-CODE (WS-AGV-POS)
               ELSE
                   COMPUTE WS-AGV-POS = WS-AGV-MAX + 1
                   IF WS-AGV-CODE (WS-AGV-POS) NOT = "***"
                       INITIALIZE WS-AGV-ENTREE (WS-AGV-POS)
                       MOVE "***" TO WS-AGV-CODE (WS-AGV-POS)
                   END-IF
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       COMPTER-REJETS.
                           END-UNSTRING
                           IF WS-SOLDE-TEXTE (1:1) = '-'
                               ADD 1 TO WS-NB-NEGATIFS
                               MOVE FS-ID-CLIENT TO WS-AGV-COMPTE
                               PERFORM RETROUVER-POSTE-AGENCE
                               ADD 1 TO WS-AGV-NEGATIFS (WS-AGV-POS)
                           END-IF
                       ELSE
                           MOVE "10" TO WS-FS-CLIENT
           END-PERFORM
           CLOSE CLIENT-FILE.

       *>--------------------------------------------------------------
       COMPTER-CAISSES.
           OPEN INPUT CAISSES-FILE
           IF WS-FS-CAISSES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CAISSES-FILE
               AT END MOVE "10" TO WS-FS-CAISSES
           END-READ
           PERFORM UNTIL WS-FS-CAISSES = "10"
               IF CAI-DATE = WS-DATE-JOUR
                   IF CAI-ETAT = 'F'
                       ADD 1 TO WS-NB-CAISSES
                       IF CAI-SUPERVISEUR NOT = SPACES
                           ADD 1 TO WS-NB-CAISSES-VISEES
                       END-IF
                       IF CAI-SENS = '+'
                           ADD CAI-ECART TO WS-ECART-NET
                       END-IF
                       IF CAI-SENS = '-'
                           SUBTRACT CAI-ECART FROM WS-ECART-NET
                       END-IF
                   ELSE
                       ADD 1 TO WS-NB-CAISSES-OUV
                   END-IF
               END-IF
               READ CAISSES-FILE
                   AT END MOVE "10" TO WS-FS-CAISSES
               END-READ
           END-PERFORM
           CLOSE CAISSES-FILE.

       *>--------------------------------------------------------------
       RETROUVER-JOURNEES-PASSEES.
      *>   La veille conservee et le meme jour de la semaine passee,
      *>   a la relecture.
           MOVE WS-MT-CREDITS TO WS-MT-CRED-EDIT
           MOVE WS-MT-DEBITS  TO WS-MT-DEB-EDIT
           MOVE WS-ECART-NET  TO WS-ECART-NET-EDIT
           MOVE SPACES TO BORD-LIGNE
           STRING WS-DATE-JOUR    DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-NB-NOUVEAUX  DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-NB-NEGATIFS  DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-NB-CAISSES   DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-NB-CAISSES-VISEES DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  WS-ECART-NET-EDIT DELIMITED BY SIZE
                  INTO BORD-LIGNE
           END-STRING
           OPEN INPUT BORD-FILE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           PERFORM IMPRIMER-CAISSES
           PERFORM IMPRIMER-AGENCES

           MOVE SPACES TO WS-EDT-LIGNE
           STRING "TENDANCE (DATE|NBC|MTC|NBD|MTD|REJETS|NOUV|NEG|"
                  DELIMITED BY SIZE
                  "CAISSES|VISEES|ECART) :" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-CAISSES.
      *>   Une ligne par caisse de la journee, puis le cumul.
           MOVE "CAISSES GUICHET DU JOUR (ATTENDU / COMPTE / ECART) :"
                TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           OPEN INPUT CAISSES-FILE
           IF WS-FS-CAISSES = "00"
               READ CAISSES-FILE
                   AT END MOVE "10" TO WS-FS-CAISSES
               END-READ
               PERFORM UNTIL WS-FS-CAISSES = "10"
                   IF CAI-DATE = WS-DATE-JOUR
                       PERFORM IMPRIMER-UNE-CAISSE
                   END-IF
                   READ CAISSES-FILE
                       AT END MOVE "10" TO WS-FS-CAISSES
                   END-READ
               END-PERFORM
               CLOSE CAISSES-FILE
           END-IF
           MOVE WS-ECART-NET TO WS-ECART-NET-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  ARRETEES : " DELIMITED BY SIZE
                  WS-NB-CAISSES DELIMITED BY SIZE
                  "   ENCORE OUVERTES : " DELIMITED BY SIZE
                  WS-NB-CAISSES-OUV DELIMITED BY SIZE
                  "   VISEES HORS TOLERANCE : " DELIMITED BY SIZE
                  WS-NB-CAISSES-VISEES DELIMITED BY SIZE
                  "   ECART NET : " DELIMITED BY SIZE
                  WS-ECART-NET-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-AGENCES.
      *>   Une ligne par agence ayant eu un mouvement ou un compte en
      *>   negatif dans la journee.
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "VENTILATION PAR AGENCE (CREDITS NB / MONTANT, "
                  DELIMITED BY SIZE
                  "DEBITS NB / MONTANT, NEGATIFS) :" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           IF WS-AGV-NB = 0
               MOVE "  (aucun mouvement ni compte en negatif)"
                    TO WS-EDT-LIGNE
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AGV-IDX FROM 1 BY 1
                    UNTIL WS-AGV-IDX > WS-AGV-NB
               PERFORM IMPRIMER-UNE-AGENCE
           END-PERFORM
           COMPUTE WS-AGV-IDX = WS-AGV-MAX + 1
           IF WS-AGV-CODE (WS-AGV-IDX) = "***"
               PERFORM IMPRIMER-UNE-AGENCE
           END-IF.

       *>--------------------------------------------------------------
       IMPRIMER-UNE-AGENCE.
           MOVE WS-AGV-MT-CRED (WS-AGV-IDX) TO WS-AGV-CRED-EDIT
           MOVE WS-AGV-MT-DEB (WS-AGV-IDX)  TO WS-AGV-DEB-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  AGENCE " DELIMITED BY SIZE
                  WS-AGV-CODE (WS-AGV-IDX) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-AGV-NB-CRED (WS-AGV-IDX) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-AGV-CRED-EDIT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-AGV-NB-DEB (WS-AGV-IDX) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  WS-AGV-DEB-EDIT DELIMITED BY SIZE
                  "   NEGATIFS " DELIMITED BY SIZE
                  WS-AGV-NEGATIFS (WS-AGV-IDX) DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-UNE-CAISSE.
           MOVE SPACES TO WS-EDT-LIGNE
           IF CAI-ETAT NOT = 'F'
               STRING "  " DELIMITED BY SIZE
                      CAI-OPERATEUR DELIMITED BY SIZE
                      " : CAISSE NON ARRETEE" DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           ELSE
               MOVE CAI-ATTENDU TO WS-CAI-ATTENDU-EDIT
               MOVE CAI-COMPTE  TO WS-CAI-COMPTE-EDIT
               MOVE CAI-ECART   TO WS-CAI-ECART-EDIT
               STRING "  " DELIMITED BY SIZE
                      CAI-OPERATEUR DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WS-CAI-ATTENDU-EDIT DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      WS-CAI-COMPTE-EDIT DELIMITED BY SIZE
                      " / " DELIMITED BY SIZE
                      CAI-SENS DELIMITED BY SIZE
                      WS-CAI-ECART-EDIT DELIMITED BY SIZE
                      "  VISA " DELIMITED BY SIZE
                      CAI-SUPERVISEUR DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
           END-IF
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-TYPE-C.
           MOVE SPACES TO WS-EDT-LIGNE
