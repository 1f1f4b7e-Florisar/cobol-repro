      *                  de naissance et solde. Les noms sont decodes
      *                  avec les guillemets CSV comme dans MAIN, un
      *                  "DUPONT, FILS" se retrouve donc aussi.
      *
      *                  Un operateur guichet ne voit que les clients
      *                  de son agence (LIRE-AGENCE, AGENCE-OPERATEUR) ;
      *                  les homonymes des autres agences sont
      *                  seulement comptes. Un superviseur voit toutes
      *                  les agences.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       01 WS-NB-LUS           PIC 9(5) VALUE 0.
       01 WS-NB-TROUVES       PIC 9(5) VALUE 0.
       01 WS-NB-AUTRE-AGENCE  PIC 9(5) VALUE 0.
       01 WS-RAP-LIGNE        PIC X(80).

      *>   Agence de l'operateur de la session (AGENCE-OPERATEUR) et
      *>   agence du client examine (LIRE-AGENCE).
       01 WS-AGO-OPERATEUR    PIC X(8).
       01 WS-AGO-ROLE         PIC X(1).
       01 WS-AGO-AGENCE       PIC X(3).
       01 WS-AGE-COMPTE       PIC 9(5).
       01 WS-AGE-AGENCE       PIC X(3).
       01 WS-AGE-TROUVE       PIC X(1).

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "RECHERCHE-NOM".
           END-PERFORM
           COMPUTE WS-NOM-CHERCHE-LONG =
               FUNCTION LENGTH (FUNCTION TRIM (WS-NOM-CHERCHE))
           CALL "AGENCE-OPERATEUR" USING WS-AGO-OPERATEUR WS-AGO-ROLE
                WS-AGO-AGENCE

           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
           END-START

           DISPLAY "ID    NOM                  PRENOM               "
                   "NAISSANCE    SOLDE        AGE"
           DISPLAY WS-SEPARATEUR

           PERFORM UNTIL WS-FS-CLIENT = "10"
           DISPLAY WS-SEPARATEUR
           DISPLAY "Clients parcourus : " WS-NB-LUS
           DISPLAY "Clients trouves   : " WS-NB-TROUVES
           IF WS-NB-AUTRE-AGENCE > 0
               DISPLAY "Hors de votre agence (non affiches) : "
                       WS-NB-AUTRE-AGENCE
           END-IF
           DISPLAY WS-SEPARATEUR
           GOBACK.


           IF WS-STATUT-LU NOT = 'I'
               PERFORM COMPARER-NOM
               IF WS-CORRESPOND = 'Y'
                   PERFORM CONTROLER-AGENCE-CLIENT
               END-IF
               IF WS-CORRESPOND = 'Y'
                   ADD 1 TO WS-NB-TROUVES
                   MOVE SPACES TO WS-RAP-LIGNE
                          CLI-DATE-NAISSANCE DELIMITED BY SIZE
                          "   "              DELIMITED BY SIZE
                          WS-RAP-SOLDE       DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-AGE-AGENCE      DELIMITED BY SIZE
                          INTO WS-RAP-LIGNE
                   END-STRING
                   DISPLAY WS-RAP-LIGNE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CONTROLER-AGENCE-CLIENT.
      *>   Hors session, ou pour un superviseur, toutes les agences
      *>   sont visibles.
           MOVE FS-ID-CLIENT TO WS-AGE-COMPTE
           CALL "LIRE-AGENCE" USING WS-AGE-COMPTE WS-AGE-AGENCE
                WS-AGE-TROUVE
           IF WS-AGO-OPERATEUR = SPACES OR WS-AGO-ROLE = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE-AGENCE NOT = WS-AGO-AGENCE
               ADD 1 TO WS-NB-AUTRE-AGENCE
               MOVE 'N' TO WS-CORRESPOND
           END-IF.

       *>--------------------------------------------------------------
       COMPARER-NOM.
      *>   Balayage du NOM position par position : le nom demande est
