      *                  retrouvee (en remontant jusqu'a un an avant
      *                  la date, sinon jusqu'a un an apres) puis
      *                  ramenee a la date exacte avec les pieces du
      *                  grand livre lues dans son index (INDEX-LIVRE :
      *                  livres archives de l'arrete annuel compris,
      *                  reports 'R' exclus).
      *                  L'attestation sort datee et numerotee (serie
      *                  attestation_control.txt) avec le bloc
      *                  d'identite de clients.csv, par EDITION-ETAT.
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

           SELECT SNAPSHOT-FILE
              ASSIGN TO DYNAMIC WS-NOM-SNAPSHOT
              ORGANIZATION IS LINE SEQUENTIAL
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD SNAPSHOT-FILE.
       01 SNAP-LIGNE PIC X(20).


       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-SNAPSHOT      PIC XX.
       01 WS-FS-ATT-CTL       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".
       01 WS-NOM-SNAPSHOT     PIC X(30).

       01 WS-ID-CONSULTE      PIC 9(5) VALUE 0.
      *>   pieces retranchees).
       01 WS-BORNE-BASSE      PIC 9(8) VALUE 0.
       01 WS-BORNE-HAUTE      PIC 9(8) VALUE 0.
       01 WS-DATE-CIBLE-X     PIC X(8).
       01 WS-DATE-SNAP-X      PIC X(8).

       01 WS-NO-ATTESTATION   PIC 9(6) VALUE 0.

      *>   Piece du grand livre rendue par INDEX-LIVRE.
       01 LIVRE-LIGNE         PIC X(132).

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence).
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Identite du client, recomposee depuis FS-DONNEES-CLIENT
      *>   comme dans MAIN (copybook CLIENTREC + decoupage CSV).
       01 WS-CLI-REC.
       01 WS-CSV-POS-LECTURE  PIC 9(3) COMP.
       01 WS-CSV-EN-QUOTES    PIC X(1).

      *>   Agence du compte demande et droit de le consulter
      *>   (CONTROLE-AGENCE).
       01 WS-AGENCE-COMPTE    PIC X(3).
       01 WS-AGENCE-AUTORISE  PIC X(1).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
               DISPLAY "Etablir une autre attestation ? (O/N) :"
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
       ETABLIR-ATTESTATION.
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
      *>   Roulement avant (photo d'avant la cible : les pieces de
      *>   (photo, cible] s'ajoutent) ou arriere (photo d'apres la
      *>   cible : les pieces de (cible, photo] se retranchent). Les
      *>   pieces du client viennent de l'index du grand livre,
      *>   archives comprises ; les reports 'R' n'en sortent pas.
           IF WS-SENS-ROULEMENT = 'V'
               MOVE WS-DATE-SNAP  TO WS-BORNE-BASSE
               MOVE WS-DATE-CIBLE TO WS-BORNE-HAUTE
               MOVE WS-DATE-CIBLE TO WS-BORNE-BASSE
               MOVE WS-DATE-SNAP  TO WS-BORNE-HAUTE
           END-IF
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
                   PERFORM APPLIQUER-PIECE
               END-IF
           END-PERFORM.

       *>--------------------------------------------------------------
       APPLIQUER-PIECE.
