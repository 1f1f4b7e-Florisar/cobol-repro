      *                  initial stocke en empreinte via
      *                  EMPREINTE-OPER, changement impose a la
      *                  premiere session), desactiver ou reactiver un
      *                  operateur, changer son role ou son agence de
      *                  rattachement, et lister le fichier. Chaque
      *                  action administrative est journalisee dans
      *                  operateurs_journal.txt avec l'identifiant de
      *                  l'operateur de la session
      *                  (operateur_session.txt) -- fini l'edition
      *                  d'operateurs.txt a la main.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *>   Meme disposition que lue par MENU :
      *>   "ID|EMPREINTE|ROLE|STATUT|DATE-CHGT|FORCER|AGENCE".
       FD OPERATEURS-FILE.
       01 OPERATEUR-LIGNE PIC X(50).

       01 WS-OPR-STATUT       PIC X(1).
       01 WS-OPR-DATE-CHGT    PIC X(8).
       01 WS-OPR-FORCER       PIC X(1).
       01 WS-OPR-AGENCE       PIC X(3).

      *>   Agence saisie (trois chiffres) pour une creation ou un
      *>   changement d'agence.
       01 WS-AGENCE-SAISIE    PIC 9(3) VALUE 0.
       01 WS-AGENCE-SAISIE-X  REDEFINES WS-AGENCE-SAISIE PIC X(3).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

       01 WS-DATE-TRACE       PIC 9(8).
       01 WS-HEURE-TRACE      PIC 9(8).
               DISPLAY "3 = Reactiver un operateur"
               DISPLAY "4 = Changer le role d'un operateur"
               DISPLAY "5 = Lister les operateurs"
               DISPLAY "6 = Changer l'agence d'un operateur"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                       PERFORM CHANGER-ROLE
                   WHEN '5'
                       PERFORM LISTER-OPERATEURS
                   WHEN '6'
                       PERFORM CHANGER-AGENCE
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
                   DISPLAY "Role inconnu -- veuillez ressaisir"
               END-IF
           END-PERFORM
           PERFORM SAISIR-AGENCE

           MOVE WS-ID-CIBLE TO WS-EMO-ID
           MOVE WS-CODE-INITIAL TO WS-EMO-CODE
                  WS-EMO-EMPREINTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-ROLE-SAISI DELIMITED BY SIZE
                  "|A|00000000|O|" DELIMITED BY SIZE
                  WS-AGENCE-SAISIE-X DELIMITED BY SIZE
                  INTO OPERATEUR-LIGNE
           END-STRING
           OPEN INPUT OPERATEURS-FILE
           CLOSE OPERATEURS-FILE

           DISPLAY "Operateur " FUNCTION TRIM (WS-ID-CIBLE)
                   " cree (role " WS-ROLE-SAISI ", agence "
                   WS-AGENCE-SAISIE-X ")"
           MOVE "CREATION" TO WS-ACTION-FAITE
           MOVE SPACES TO WS-AVANT-JOURNAL
           MOVE WS-ROLE-SAISI TO WS-APRES-JOURNAL
                       " introuvable -- rien n'est fait"
           END-IF.

       *>--------------------------------------------------------------
       CHANGER-AGENCE.
           PERFORM SAISIR-ID-CIBLE
           PERFORM SAISIR-AGENCE
           MOVE "CHANGEMENT-AGENCE" TO WS-ACTION-FAITE
           MOVE SPACE TO WS-STATUT-VOULU
           PERFORM REECRIRE-OPERATEURS
           IF WS-CIBLE-TROUVEE = 'Y'
               DISPLAY "Operateur " FUNCTION TRIM (WS-ID-CIBLE)
                       " : agence " WS-AGENCE-SAISIE-X
               PERFORM JOURNALISER-ACTION
           ELSE
               DISPLAY "Operateur " FUNCTION TRIM (WS-ID-CIBLE)
                       " introuvable -- rien n'est fait"
           END-IF.

       *>--------------------------------------------------------------
       SAISIR-AGENCE.
           MOVE "Agence de rattachement (1 a 999) :"
                TO WS-LIBELLE-SAISIE
           MOVE 1   TO WS-BORNE-MIN-SAISIE
           MOVE 999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-AGENCE-SAISIE.

       *>--------------------------------------------------------------
       VERIFIER-EXISTENCE.
           MOVE 'N' TO WS-CIBLE-TROUVEE
       *>--------------------------------------------------------------
       REECRIRE-OPERATEURS.
      *>   La ligne de l'operateur vise est reconstruite (statut
      *>   change si WS-STATUT-VOULU est pose, agence changee pour un
      *>   changement d'agence, role change sinon),
      *>   les autres recopiees telles quelles -- reecriture par
      *>   fichier de travail. Les valeurs avant/apres partent au
      *>   journal.
       RECOPIER-OU-MODIFIER.
           MOVE SPACES TO WS-OPR-ID WS-OPR-EMPREINTE WS-OPR-ROLE
           MOVE SPACES TO WS-OPR-STATUT WS-OPR-DATE-CHGT
           MOVE SPACES TO WS-OPR-FORCER WS-OPR-AGENCE
           UNSTRING OPERATEUR-LIGNE DELIMITED BY "|"
               INTO WS-OPR-ID WS-OPR-EMPREINTE WS-OPR-ROLE
                    WS-OPR-STATUT WS-OPR-DATE-CHGT WS-OPR-FORCER
                    WS-OPR-AGENCE
           END-UNSTRING
           IF WS-OPR-ID NOT = WS-ID-CIBLE
               MOVE OPERATEUR-LIGNE TO OPER-TRV-LIGNE
               MOVE WS-OPR-STATUT TO WS-AVANT-JOURNAL
               MOVE WS-STATUT-VOULU TO WS-OPR-STATUT
               MOVE WS-STATUT-VOULU TO WS-APRES-JOURNAL
           ELSE
           IF WS-ACTION-FAITE = "CHANGEMENT-AGENCE"
               MOVE WS-OPR-AGENCE TO WS-AVANT-JOURNAL
               MOVE WS-AGENCE-SAISIE-X TO WS-OPR-AGENCE
               MOVE WS-AGENCE-SAISIE-X TO WS-APRES-JOURNAL
           ELSE
               MOVE WS-OPR-ROLE TO WS-AVANT-JOURNAL
               MOVE WS-ROLE-SAISI TO WS-OPR-ROLE
               MOVE WS-ROLE-SAISI TO WS-APRES-JOURNAL
           END-IF
           END-IF

           MOVE SPACES TO OPER-TRV-LIGNE
           STRING FUNCTION TRIM (WS-OPR-ID) DELIMITED BY SIZE
                  WS-OPR-DATE-CHGT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OPR-FORCER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-OPR-AGENCE DELIMITED BY SIZE
                  INTO OPER-TRV-LIGNE
           END-STRING
           WRITE OPER-TRV-LIGNE.
               DISPLAY "(aucun operateur enregistre)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ID        ROLE  STATUT  DERNIER CODE  FORCER  "
                   "AGENCE"
           DISPLAY WS-SEPARATEUR
           READ OPERATEURS-FILE
               AT END MOVE "10" TO WS-FS-OPERATEURS
                   MOVE SPACES TO WS-OPR-ID WS-OPR-EMPREINTE
                   MOVE SPACES TO WS-OPR-ROLE WS-OPR-STATUT
                   MOVE SPACES TO WS-OPR-DATE-CHGT WS-OPR-FORCER
                   MOVE SPACES TO WS-OPR-AGENCE
                   UNSTRING OPERATEUR-LIGNE DELIMITED BY "|"
                       INTO WS-OPR-ID WS-OPR-EMPREINTE WS-OPR-ROLE
                            WS-OPR-STATUT WS-OPR-DATE-CHGT
                            WS-OPR-FORCER WS-OPR-AGENCE
                   END-UNSTRING
                   DISPLAY WS-OPR-ID "  " WS-OPR-ROLE "     "
                           WS-OPR-STATUT "       "
                           WS-OPR-DATE-CHGT "      " WS-OPR-FORCER
                           "       " WS-OPR-AGENCE
               END-IF
               READ OPERATEURS-FILE
                   AT END MOVE "10" TO WS-FS-OPERATEURS
