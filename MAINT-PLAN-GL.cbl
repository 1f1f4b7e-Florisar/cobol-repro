       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-PLAN-GL.

      *----------------------------------------------------------------
      * Nom du programme : MAINT-PLAN-GL
      * Description    : Tenue du plan de comptes de l'export
      *                  comptable, reservee au superviseur -- pour
      *                  chaque code de mouvement (type du grand livre
      *                  ou code de compte technique, voir
      *                  LIRE-PLAN-GL) l'ecran affiche le compte
      *                  general debite et le compte credite que
      *                  EXPORT-GL utilisera vraiment, corrige un code
      *                  dans plan_comptable.txt ou retire la
      *                  correction (le code revient au plan
      *                  d'origine), et journalise chaque changement
      *                  dans plan_comptable_journal.txt avec
      *                  l'operateur de la session, l'ancienne et la
      *                  nouvelle affectation.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   "CODE|COMPTE-DEBIT|COMPTE-CREDIT|LIBELLE" -- meme
      *>   disposition que lue par LIRE-PLAN-GL.
           SELECT PLAN-FILE
              ASSIGN TO "plan_comptable.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLAN.

           SELECT PLAN-TRV-FILE
              ASSIGN TO "plan_comptable.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLAN-TRV.

           SELECT JOURNAL-FILE
              ASSIGN TO "plan_comptable_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-JOURNAL.

           SELECT SESSION-FILE
              ASSIGN TO "operateur_session.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SESSION.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       01 PLAN-LIGNE PIC X(60).

       FD PLAN-TRV-FILE.
       01 PLAN-TRV-LIGNE PIC X(60).

       FD JOURNAL-FILE.
       01 JOURNAL-LIGNE PIC X(120).

       FD SESSION-FILE.
       01 SESSION-LIGNE PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-PLAN          PIC XX.
       01 WS-FS-PLAN-TRV      PIC XX.
       01 WS-FS-JOURNAL       PIC XX.
       01 WS-FS-SESSION       PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-OPER-SESSION     PIC X(8) VALUE SPACES.
       01 WS-CHOIX            PIC X(1).
       01 WS-STOP             PIC X(1) VALUE 'O'.

      *>   Codes connus du plan, avec leur libelle a l'ecran.
       01 WS-CODES-CONNUS.
           05 FILLER PIC X(31) VALUE "CDepot especes / credit".
           05 FILLER PIC X(31) VALUE "DRetrait / debit".
           05 FILLER PIC X(31) VALUE "VVirement / depot a terme".
           05 FILLER PIC X(31) VALUE "QRemise de cheque".
           05 FILLER PIC X(31) VALUE "BCheque impaye".
           05 FILLER PIC X(31) VALUE "PPrelevement".
           05 FILLER PIC X(31) VALUE "FFrais de tenue".
           05 FILLER PIC X(31) VALUE "GAgios".
           05 FILLER PIC X(31) VALUE "IInterets crediteurs".
           05 FILLER PIC X(31) VALUE "SRetenue a la source".
           05 FILLER PIC X(31) VALUE "XCompte de compensation".
           05 FILLER PIC X(31) VALUE "ECompte de consignation".
           05 FILLER PIC X(31) VALUE "TCompte de l'Etat (retenues)".
           05 FILLER PIC X(31) VALUE "LCompte de pertes".
       01 WS-TABLE-CODES REDEFINES WS-CODES-CONNUS.
           05 WS-CODE-ENTRY OCCURS 14 TIMES INDEXED BY WS-KIDX.
               10 WS-K-CODE      PIC X(1).
               10 WS-K-LIBELLE   PIC X(30).
       01 WS-NB-CODES         PIC 9(2) VALUE 14.

       01 WS-CODE-SAISI       PIC X(1).
       01 WS-CODE-CONNU       PIC X(1).
       01 WS-LIBELLE-CODE     PIC X(30).
       01 WS-NOUVEAU-DEBIT    PIC 9(5) VALUE 0.
       01 WS-NOUVEAU-CREDIT   PIC 9(5) VALUE 0.
       01 WS-ANCIEN-DEBIT     PIC 9(5) VALUE 0.
       01 WS-ANCIEN-CREDIT    PIC 9(5) VALUE 0.
       01 WS-RETRAIT          PIC X(1) VALUE 'N'.
       01 WS-CORRECTION-TROUVEE PIC X(1).

      *>   Champs eclates d'une ligne de plan_comptable.txt.
       01 WS-PLN-CODE         PIC X(2).
       01 WS-PLN-RESTE        PIC X(58).

       01 WS-DATE-TRACE       PIC 9(8).
       01 WS-HEURE-TRACE      PIC 9(8).

      *>   Champs passes a LIRE-PLAN-GL (affectation effective).
       01 WS-LPG-CODE         PIC X(1).
       01 WS-LPG-DEBIT        PIC 9(5).
       01 WS-LPG-CREDIT       PIC 9(5).
       01 WS-LPG-TROUVE       PIC X(1).

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "TENUE DU PLAN DE COMPTES (EXPORT COMPTABLE)"
           DISPLAY WS-SEPARATEUR

           PERFORM LIRE-OPERATEUR-SESSION

           MOVE 'O' TO WS-STOP
           PERFORM UNTIL WS-STOP = 'N' OR WS-STOP = 'n'
               DISPLAY "1 = Affecter les comptes d'un code"
               DISPLAY "2 = Revenir au plan d'origine pour un code"
               DISPLAY "3 = Lister le plan effectif"
               DISPLAY "Veuillez choisir une option :"
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       PERFORM AFFECTER-CODE
                   WHEN '2'
                       PERFORM RETIRER-CORRECTION
                   WHEN '3'
                       PERFORM LISTER-PLAN
                   WHEN OTHER
                       DISPLAY "Option invalide"
               END-EVALUATE
               DISPLAY "Voulez-vous continuer ? (O/N) :"
               ACCEPT WS-STOP
           END-PERFORM
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-OPERATEUR-SESSION.
           MOVE SPACES TO WS-OPER-SESSION
           OPEN INPUT SESSION-FILE
           IF WS-FS-SESSION = "00"
               READ SESSION-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE SESSION-LIGNE TO WS-OPER-SESSION
               END-READ
               CLOSE SESSION-FILE
           END-IF
      *>   Lance hors session, le journal impute a "BATCH" -- meme
      *>   regle que MAINT-DECOUVERTS.
           IF WS-OPER-SESSION = SPACES
               MOVE "BATCH" TO WS-OPER-SESSION
           END-IF.

       *>--------------------------------------------------------------
       LISTER-PLAN.
      *>   Affectation que EXPORT-GL lira vraiment : correction du
      *>   fichier si elle existe, plan d'origine sinon.
           DISPLAY "CODE  DEBIT  CREDIT  MOUVEMENT"
           DISPLAY WS-SEPARATEUR
           PERFORM VARYING WS-KIDX FROM 1 BY 1
                    UNTIL WS-KIDX > WS-NB-CODES
               MOVE WS-K-CODE (WS-KIDX) TO WS-LPG-CODE
               CALL "LIRE-PLAN-GL" USING WS-LPG-CODE WS-LPG-DEBIT
                    WS-LPG-CREDIT WS-LPG-TROUVE
               IF WS-LPG-TROUVE = 'Y'
                   DISPLAY " " WS-K-CODE (WS-KIDX) "    "
                           WS-LPG-DEBIT "  " WS-LPG-CREDIT "   "
                           WS-K-LIBELLE (WS-KIDX)
               ELSE
                   DISPLAY " " WS-K-CODE (WS-KIDX)
                           "    (non affecte)   "
                           WS-K-LIBELLE (WS-KIDX)
               END-IF
           END-PERFORM
           DISPLAY WS-SEPARATEUR.

       *>--------------------------------------------------------------
       SAISIR-CODE.
           MOVE 'N' TO WS-CODE-CONNU
           PERFORM UNTIL WS-CODE-CONNU = 'Y'
               DISPLAY "Code du mouvement (C, D, V, Q, B, P, F, G, I, "
                       "S, X, E, T) :"
               MOVE SPACES TO WS-CODE-SAISI
               ACCEPT WS-CODE-SAISI
               MOVE FUNCTION UPPER-CASE (WS-CODE-SAISI)
                    TO WS-CODE-SAISI
               PERFORM VARYING WS-KIDX FROM 1 BY 1
                        UNTIL WS-KIDX > WS-NB-CODES
                   IF WS-K-CODE (WS-KIDX) = WS-CODE-SAISI
                       MOVE 'Y' TO WS-CODE-CONNU
                       MOVE WS-K-LIBELLE (WS-KIDX) TO WS-LIBELLE-CODE
                   END-IF
               END-PERFORM
               IF WS-CODE-CONNU = 'N'
                   DISPLAY "Code inconnu -- veuillez ressaisir"
               END-IF
           END-PERFORM
      *>   Affectation en vigueur, pour l'ecran et le journal.
           MOVE WS-CODE-SAISI TO WS-LPG-CODE
           CALL "LIRE-PLAN-GL" USING WS-LPG-CODE WS-LPG-DEBIT
                WS-LPG-CREDIT WS-LPG-TROUVE
           MOVE WS-LPG-DEBIT  TO WS-ANCIEN-DEBIT
           MOVE WS-LPG-CREDIT TO WS-ANCIEN-CREDIT
           DISPLAY "Affectation actuelle : debit " WS-ANCIEN-DEBIT
                   " credit " WS-ANCIEN-CREDIT.

       *>--------------------------------------------------------------
       AFFECTER-CODE.
           PERFORM SAISIR-CODE
           MOVE "Compte general debite :" TO WS-LIBELLE-SAISIE
           MOVE 1     TO WS-BORNE-MIN-SAISIE
           MOVE 99999 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NOUVEAU-DEBIT
           MOVE "Compte general credite :" TO WS-LIBELLE-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           MOVE WS-VALEUR-SAISIE TO WS-NOUVEAU-CREDIT
           IF WS-NOUVEAU-DEBIT = WS-NOUVEAU-CREDIT
               DISPLAY "Debit et credit sur le meme compte -- rien "
                       "n'est fait"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RETRAIT
           PERFORM REECRIRE-PLAN
           DISPLAY "Code " WS-CODE-SAISI " : debit " WS-NOUVEAU-DEBIT
                   " credit " WS-NOUVEAU-CREDIT
           PERFORM JOURNALISER-CHANGEMENT.

       *>--------------------------------------------------------------
       RETIRER-CORRECTION.
           PERFORM SAISIR-CODE
           MOVE 'Y' TO WS-RETRAIT
           PERFORM REECRIRE-PLAN
           IF WS-CORRECTION-TROUVEE = 'N'
               DISPLAY "Le code " WS-CODE-SAISI " suit deja le plan "
                       "d'origine -- rien n'est fait"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CODE-SAISI TO WS-LPG-CODE
           CALL "LIRE-PLAN-GL" USING WS-LPG-CODE WS-LPG-DEBIT
                WS-LPG-CREDIT WS-LPG-TROUVE
           MOVE WS-LPG-DEBIT  TO WS-NOUVEAU-DEBIT
           MOVE WS-LPG-CREDIT TO WS-NOUVEAU-CREDIT
           DISPLAY "Code " WS-CODE-SAISI " revenu au plan d'origine : "
                   "debit " WS-NOUVEAU-DEBIT " credit "
                   WS-NOUVEAU-CREDIT
           PERFORM JOURNALISER-CHANGEMENT.

       *>--------------------------------------------------------------
       REECRIRE-PLAN.
      *>   Meme idiome que MAINT-DECOUVERTS : recopie dans le fichier
      *>   de travail, les lignes du code vise sont omises, la
      *>   nouvelle affectation est ajoutee en fin (hors retrait),
      *>   puis recopie en retour. Les commentaires sont conserves.
           MOVE 'N' TO WS-CORRECTION-TROUVEE
           OPEN OUTPUT PLAN-TRV-FILE
           OPEN INPUT PLAN-FILE
           IF WS-FS-PLAN = "00"
               READ PLAN-FILE
                   AT END MOVE "10" TO WS-FS-PLAN
               END-READ
               PERFORM UNTIL WS-FS-PLAN = "10"
                   PERFORM RECOPIER-LIGNE-PLAN
                   READ PLAN-FILE
                       AT END MOVE "10" TO WS-FS-PLAN
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF

           IF WS-RETRAIT = 'N'
               MOVE SPACES TO PLAN-TRV-LIGNE
               STRING WS-CODE-SAISI     DELIMITED BY SIZE
                      "|"               DELIMITED BY SIZE
                      WS-NOUVEAU-DEBIT  DELIMITED BY SIZE
                      "|"               DELIMITED BY SIZE
                      WS-NOUVEAU-CREDIT DELIMITED BY SIZE
                      "|"               DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LIBELLE-CODE)
                                        DELIMITED BY SIZE
                      INTO PLAN-TRV-LIGNE
               END-STRING
               WRITE PLAN-TRV-LIGNE
           END-IF
           CLOSE PLAN-TRV-FILE

           OPEN OUTPUT PLAN-FILE
           OPEN INPUT PLAN-TRV-FILE
           READ PLAN-TRV-FILE
               AT END MOVE "10" TO WS-FS-PLAN-TRV
           END-READ
           PERFORM UNTIL WS-FS-PLAN-TRV = "10"
               MOVE PLAN-TRV-LIGNE TO PLAN-LIGNE
               WRITE PLAN-LIGNE
               READ PLAN-TRV-FILE
                   AT END MOVE "10" TO WS-FS-PLAN-TRV
               END-READ
           END-PERFORM
           CLOSE PLAN-TRV-FILE
           CLOSE PLAN-FILE.

       *>--------------------------------------------------------------
       RECOPIER-LIGNE-PLAN.
           IF PLAN-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PLN-CODE WS-PLN-RESTE
           UNSTRING PLAN-LIGNE DELIMITED BY "|"
               INTO WS-PLN-CODE WS-PLN-RESTE
           END-UNSTRING
           IF PLAN-LIGNE (1:1) NOT = "*" AND
              WS-PLN-CODE (1:1) = WS-CODE-SAISI AND
              WS-PLN-CODE (2:1) = SPACE
               MOVE 'Y' TO WS-CORRECTION-TROUVEE
           ELSE
               MOVE PLAN-LIGNE TO PLAN-TRV-LIGNE
               WRITE PLAN-TRV-LIGNE
           END-IF.

       *>--------------------------------------------------------------
       JOURNALISER-CHANGEMENT.
      *>   Meme idiome d'ajout que decouverts_journal.txt.
           ACCEPT WS-DATE-TRACE FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-TRACE FROM TIME
           MOVE SPACES TO JOURNAL-LIGNE
           STRING WS-DATE-TRACE  DELIMITED BY SIZE
                  "-"            DELIMITED BY SIZE
                  WS-HEURE-TRACE DELIMITED BY SIZE
                  " OPERATEUR="  DELIMITED BY SIZE
                  WS-OPER-SESSION DELIMITED BY SIZE
                  " CODE="       DELIMITED BY SIZE
                  WS-CODE-SAISI  DELIMITED BY SIZE
                  " AVANT="      DELIMITED BY SIZE
                  WS-ANCIEN-DEBIT DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-ANCIEN-CREDIT DELIMITED BY SIZE
                  " APRES="      DELIMITED BY SIZE
                  WS-NOUVEAU-DEBIT DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  WS-NOUVEAU-CREDIT DELIMITED BY SIZE
                  INTO JOURNAL-LIGNE
           END-STRING
           OPEN INPUT JOURNAL-FILE
           IF WS-FS-JOURNAL = "00"
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-LIGNE
           CLOSE JOURNAL-FILE.
