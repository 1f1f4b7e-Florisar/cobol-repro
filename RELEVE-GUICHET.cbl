      *                  dernier solde apres connu avant la periode,
      *                  comme le fait l'ouverture des releves
      *                  mensuels), et seul le releve de ce client
      *                  s'imprime, tout de suite. Les pieces du
      *                  client se lisent dans l'index du grand livre
      *                  (INDEX-LIVRE), annees arretees comprises, sans
      *                  balayer les livres texte.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-ID-CONSULTE      PIC 9(5) VALUE 0.
       01 WS-STOP             PIC X(1) VALUE 'O'.
       01 WS-DATE-DEBUT       PIC 9(8) VALUE 0.
       01 WS-DATE-FIN         PIC 9(8) VALUE 0.
       01 WS-DATE-SAISIE      PIC X(10).

      *>   Passe en cours sur le livre : 'O' reconstruction de
       01 WS-SOLDE-CLOTURE    PIC X(12).
       01 WS-NB-MVTS-PERIODE  PIC 9(5) VALUE 0.

      *>   Piece du grand livre rendue par INDEX-LIVRE, au format
      *>   "COMPTE|SEQ|DATE|TYPE|MONTANT|AVANT|APRES[|LIBELLE]".
       01 LIVRE-LIGNE         PIC X(132).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence).
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Champs eclates d'une ligne du grand livre.
       01 WS-LIV-COMPTE       PIC X(5).
       01 WS-LIV-SEQ          PIC X(7).
       01 WS-CSV-POS-LECTURE  PIC 9(3) COMP.
       01 WS-CSV-EN-QUOTES    PIC X(1).

      *>   Agence du compte demande et droit de le consulter
      *>   (CONTROLE-AGENCE).
       01 WS-AGENCE-COMPTE    PIC X(3).
       01 WS-AGENCE-AUTORISE  PIC X(1).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
               DISPLAY "Editer un autre releve ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           GOBACK.

       *>--------------------------------------------------------------
           MOVE "Identifiant du client :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-COMPTE" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-ID-CONSULTE

       *>--------------------------------------------------------------
       EDITER-RELEVE.
      *>   Un operateur guichet ne consulte que les comptes de son
      *>   agence (CONTROLE-AGENCE) ; un superviseur les voit tous.
           CALL "CONTROLE-AGENCE" USING WS-ID-CONSULTE
                WS-AGENCE-COMPTE WS-AGENCE-AUTORISE
           IF WS-AGENCE-AUTORISE = 'N'
               DISPLAY "Client " WS-ID-CONSULTE " rattache a l'agence "
                       WS-AGENCE-COMPTE " -- hors de votre agence"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT

       *>--------------------------------------------------------------
       BALAYER-LES-LIVRES.
      *>   Les pieces du client dans l'ordre des sequences, archives
      *>   de l'arrete annuel comprises : la chronologie est
      *>   respectee a travers les arretes, meme quand la periode
      *>   chevauche plusieurs annees deja basculees en archive.
           MOVE 'D' TO WS-ILV-ACTION
           MOVE WS-ID-CONSULTE TO WS-ILV-COMPTE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
           PERFORM UNTIL WS-ILV-TROUVE NOT = 'Y'
               MOVE 'S' TO WS-ILV-ACTION
               CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                    WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE
               IF WS-ILV-TROUVE = 'Y'
                   MOVE WS-ILV-LIGNE TO LIVRE-LIGNE
                   PERFORM EXAMINER-PIECE
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       EXAMINER-PIECE.
