       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRISE-ENTREES.

      *----------------------------------------------------------------
      * Nom du programme : REPRISE-ENTREES
      * Description    : Reprise en avant apres une restauration de
      *                  POINT-REPRISE -- reserve au superviseur.
      *                  Chaque lot accepte par MAJ-SOLDE est garde,
      *                  dans l'ordre, dans le journal des entrees du
      *                  jour : index entrees_AAAAMMJJ.txt (une ligne
      *                  "NNN|HHMMSSCC|DATE-LOT|AGENCE|LIGNES|CREDITS
      *                  |DEBITS" par lot) et copies
      *                  entrees_AAAAMMJJ_NNN_lot.txt (le lot),
      *                  _attente.txt et _approuvees.txt (ce que le
      *                  lot a consomme) et _accuse.txt (l'accuse
      *                  d'origine).
      *                  Le superviseur choisit la journee et le
      *                  dernier lot a rejouer ; chaque lot est remis
      *                  en place puis rejoue par MAJ-SOLDE en mode
      *                  'J' : une reference deja au registre restaure
      *                  est ignoree, le reste est applique comme au
      *                  passage d'origine. Les fichiers que la
      *                  restauration ne reprend pas (rejets,
      *                  approbations, virements sortants, cheques)
      *                  ne recoivent rien : le rejeu ecrit dans leurs
      *                  copies "_rejeu", preparees ici.
      *                  L'etat REPRISE rapproche, lot par lot, les
      *                  totaux de controle de l'accuse d'origine et
      *                  ceux du rejeu augmentes des lignes ignorees
      *                  (lignes "D|" de l'accuse du rejeu ; une ligne
      *                  que l'origine avait deja rejetee DOUBLE reste
      *                  un rejet) : OK ou ECART.
      *                  transactions.txt est remis a la fin tel qu'il
      *                  etait ; les approuvees aussi quand le rejeu va
      *                  jusqu'au dernier lot, sinon elles repartent de
      *                  la copie du lot suivant. L'attente garde ce
      *                  que le rejeu en a fait.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE
              ASSIGN TO DYNAMIC WS-NOM-INDEX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-INDEX.

      *>   Copie ligne a ligne entre le journal et les fichiers du
      *>   passage, noms construits au fil des lots.
           SELECT SOURCE-FILE
              ASSIGN TO DYNAMIC WS-NOM-SOURCE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SOURCE.

           SELECT CIBLE-FILE
              ASSIGN TO DYNAMIC WS-NOM-CIBLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CIBLE.

      *>   Accuse d'origine (copie du journal) ou accuse du rejeu.
           SELECT ACCUSE-FILE
              ASSIGN TO DYNAMIC WS-NOM-ACCUSE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ACCUSE.

       DATA DIVISION.
       FILE SECTION.
       FD INDEX-FILE.
       01 INDEX-LIGNE PIC X(80).

       FD SOURCE-FILE.
       01 SOURCE-LIGNE PIC X(200).

       FD CIBLE-FILE.
       01 CIBLE-LIGNE PIC X(200).

       FD ACCUSE-FILE.
       01 ACCUSE-LIGNE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FS-INDEX         PIC XX.
       01 WS-FS-SOURCE        PIC XX.
       01 WS-FS-CIBLE         PIC XX.
       01 WS-FS-ACCUSE        PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-NOM-INDEX        PIC X(40).
       01 WS-NOM-SOURCE       PIC X(40).
       01 WS-NOM-CIBLE        PIC X(40).
       01 WS-NOM-ACCUSE       PIC X(60).
       01 WS-NOM-ACCUSE-REJEU PIC X(60).
       01 WS-RACINE           PIC X(40).
       01 WS-SOURCE-ABSENTE   PIC X(1).
       01 WS-NB-COPIEES       PIC 9(7) VALUE 0.

      *>   Journee d'exploitation (celle du rejeu) et journee du
      *>   journal rejoue.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.
       01 WS-DATE-JOURNAL     PIC 9(8) VALUE 0.

      *>   Lots de l'index du journal.
       01 WS-NB-LOTS          PIC 9(3) VALUE 0.
       01 WS-TABLE-LOTS.
           05 WS-LOT OCCURS 999 TIMES INDEXED BY WS-LIDX.
               10 WS-LOT-NUM      PIC X(3).
               10 WS-LOT-HEURE    PIC X(8).
               10 WS-LOT-DATE     PIC X(8).
               10 WS-LOT-AGENCE   PIC X(3).
               10 WS-LOT-LIGNES   PIC X(5).
       01 WS-IDX-LOT          PIC 9(3) VALUE 0.
       01 WS-JUSQU-AU-LOT     PIC 9(3) VALUE 0.
       01 WS-CONFIRME         PIC X(1).
       01 WS-ARRET            PIC X(1) VALUE 'N'.
       01 WS-MODE-REJEU       PIC X(1) VALUE 'J'.

      *>   Pied "T|LIGNES|APPLIQUES|ATTENTE|REJETS|CREDITS|DEBITS"
      *>   de l'accuse d'origine et de celui du rejeu.
       01 WS-T-CHAMPS.
           05 WS-T-TYPE       PIC X(2).
           05 WS-T-LIGNES     PIC X(10).
           05 WS-T-APPL       PIC X(10).
           05 WS-T-ATT        PIC X(10).
           05 WS-T-REJ        PIC X(10).
           05 WS-T-CRED       PIC X(15).
           05 WS-T-DEB        PIC X(15).
       01 WS-PIED-LU          PIC X(1).
       01 WS-ORI-ACCUSE       PIC X(1).
       01 WS-ORI-LIGNES       PIC 9(5) VALUE 0.
       01 WS-ORI-APPL         PIC 9(5) VALUE 0.
       01 WS-ORI-ATT          PIC 9(5) VALUE 0.
       01 WS-ORI-REJ          PIC 9(5) VALUE 0.
       01 WS-ORI-CRED         PIC 9(9)V99 VALUE 0.
       01 WS-ORI-DEB          PIC 9(9)V99 VALUE 0.
       01 WS-REJ-LIGNES       PIC 9(5) VALUE 0.
       01 WS-REJ-APPL         PIC 9(5) VALUE 0.
       01 WS-REJ-ATT          PIC 9(5) VALUE 0.
       01 WS-REJ-REJ          PIC 9(5) VALUE 0.
       01 WS-REJ-CRED         PIC 9(9)V99 VALUE 0.
       01 WS-REJ-DEB          PIC 9(9)V99 VALUE 0.

      *>   Lignes ignorees au rejeu : celles que l'origine avait
      *>   rejetees DOUBLE (relevees dans son accuse) et celles
      *>   qu'elle avait appliquees -- mouvements (deux pour un
      *>   virement) et montants repris du registre.
       01 WS-NB-DOUBLES-ORI   PIC 9(3) VALUE 0.
       01 WS-TABLE-DOUBLES.
           05 WS-DOUBLE-ORI OCCURS 500 TIMES INDEXED BY WS-DIDX
                            PIC X(60).
       01 WS-DEJ-TYPE         PIC X(1).
       01 WS-DEJ-MONTANT      PIC 9(7)V99 VALUE 0.
       01 WS-DEJ-TEXTE        PIC X(60).
       01 WS-DEJ-DOUBLE       PIC X(1).
       01 WS-DEJ-DOUBLES      PIC 9(5) VALUE 0.
       01 WS-DEJ-LIGNES       PIC 9(5) VALUE 0.
       01 WS-DEJ-MVTS         PIC 9(5) VALUE 0.
       01 WS-DEJ-CRED         PIC 9(9)V99 VALUE 0.
       01 WS-DEJ-DEB          PIC 9(9)V99 VALUE 0.
       01 WS-ATT-APPL         PIC 9(5) VALUE 0.
       01 WS-ATT-REJ          PIC 9(5) VALUE 0.
       01 WS-ATT-CRED         PIC 9(9)V99 VALUE 0.
       01 WS-ATT-DEB          PIC 9(9)V99 VALUE 0.
       01 WS-MENTION          PIC X(12).

      *>   Totaux de la reprise.
       01 WS-TOT-REJOUES      PIC 9(3) VALUE 0.
       01 WS-TOT-OK           PIC 9(3) VALUE 0.
       01 WS-TOT-ECARTS       PIC 9(3) VALUE 0.
       01 WS-TOT-SANS-ACCUSE  PIC 9(3) VALUE 0.
       01 WS-TOT-DEJA         PIC 9(7) VALUE 0.

       01 WS-EDIT-CRED-1      PIC Z(8)9.99.
       01 WS-EDIT-CRED-2      PIC Z(8)9.99.
       01 WS-EDIT-CRED-3      PIC Z(8)9.99.
       01 WS-EDIT-DEB-1       PIC Z(8)9.99.
       01 WS-EDIT-DEB-2       PIC Z(8)9.99.
       01 WS-EDIT-DEB-3       PIC Z(8)9.99.

      *>   Champs passes a SAISIE-NUM (saisie numerique validee,
      *>   reutilisable -- voir SAISIE-NUM.cbl).
       01 WS-LIBELLE-SAISIE    PIC X(60).
       01 WS-BORNE-MIN-SAISIE  PIC 9(9).
       01 WS-BORNE-MAX-SAISIE  PIC 9(9).
       01 WS-VALEUR-SAISIE     PIC 9(9) VALUE 0.

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12) VALUE "REPRISE".
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "REPRISE DES ENTREES -- REJEU DU JOURNAL APRES "
                   "RESTAURATION"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE "Journee du journal (AAAAMMJJ, 0 = journee du jour) :"
                TO WS-LIBELLE-SAISIE
           MOVE 0 TO WS-BORNE-MIN-SAISIE
           MOVE 99991231 TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           IF WS-VALEUR-SAISIE = 0
               MOVE WS-DATE-JOUR TO WS-DATE-JOURNAL
           ELSE
               MOVE WS-VALEUR-SAISIE TO WS-DATE-JOURNAL
           END-IF

           PERFORM CHARGER-INDEX
           IF WS-NB-LOTS = 0
               DISPLAY "Aucun lot au journal des entrees du "
                       WS-DATE-JOURNAL " -- rien a rejouer"
               GOBACK
           END-IF
           PERFORM AFFICHER-LOTS

           MOVE "Rejouer jusqu'au lot numero (0 = abandon) :"
                TO WS-LIBELLE-SAISIE
           MOVE 0 TO WS-BORNE-MIN-SAISIE
           MOVE WS-NB-LOTS TO WS-BORNE-MAX-SAISIE
           CALL "SAISIE-NUM" USING WS-LIBELLE-SAISIE
                WS-BORNE-MIN-SAISIE WS-BORNE-MAX-SAISIE
                WS-VALEUR-SAISIE
           IF WS-VALEUR-SAISIE = 0
               DISPLAY "Abandon -- rien n'est rejoue"
               GOBACK
           END-IF
           MOVE WS-VALEUR-SAISIE TO WS-JUSQU-AU-LOT

           DISPLAY "ATTENTION : le rejeu suppose clients.csv, le grand "
                   "livre et le registre des"
           DISPLAY "references deja restaures par POINT-REPRISE (G5). "
                   "Lots 001 a " WS-JUSQU-AU-LOT " du " WS-DATE-JOURNAL
           DISPLAY "Confirmer le rejeu ? (O/N) :"
           ACCEPT WS-CONFIRME
           IF WS-CONFIRME NOT = 'O' AND WS-CONFIRME NOT = 'o'
               DISPLAY "Rejeu abandonne -- rien n'est touche"
               GOBACK
           END-IF

           PERFORM PREPARER-REPRISE
           PERFORM OUVRIR-ETAT
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-JUSQU-AU-LOT
                      OR WS-ARRET = 'Y'
               PERFORM REJOUER-UN-LOT
           END-PERFORM
           PERFORM FERMER-ETAT
           PERFORM TERMINER-REPRISE

           DISPLAY WS-SEPARATEUR
           DISPLAY "Lots rejoues            : " WS-TOT-REJOUES
           DISPLAY "Lots conformes (OK)     : " WS-TOT-OK
           DISPLAY "Lots en ECART           : " WS-TOT-ECARTS
           DISPLAY "Lots sans accuse        : " WS-TOT-SANS-ACCUSE
           DISPLAY "Lignes deja appliquees  : " WS-TOT-DEJA
           IF WS-ARRET = 'Y'
               DISPLAY "REPRISE INTERROMPUE -- voir etat_REPRISE.txt"
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "Rapprochement imprime dans etat_REPRISE.txt"
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       CHARGER-INDEX.
           MOVE 0 TO WS-NB-LOTS
           MOVE SPACES TO WS-NOM-INDEX
           STRING "entrees_" DELIMITED BY SIZE
                  WS-DATE-JOURNAL DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-INDEX
           END-STRING
           OPEN INPUT INDEX-FILE
           IF WS-FS-INDEX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ INDEX-FILE
               AT END MOVE "10" TO WS-FS-INDEX
           END-READ
           PERFORM UNTIL WS-FS-INDEX = "10"
               IF INDEX-LIGNE NOT = SPACES AND WS-NB-LOTS < 999
                   ADD 1 TO WS-NB-LOTS
                   SET WS-LIDX TO WS-NB-LOTS
                   UNSTRING INDEX-LIGNE DELIMITED BY "|"
                       INTO WS-LOT-NUM (WS-LIDX)
                            WS-LOT-HEURE (WS-LIDX)
                            WS-LOT-DATE (WS-LIDX)
                            WS-LOT-AGENCE (WS-LIDX)
                            WS-LOT-LIGNES (WS-LIDX)
                   END-UNSTRING
               END-IF
               READ INDEX-FILE
                   AT END MOVE "10" TO WS-FS-INDEX
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       *>--------------------------------------------------------------
       AFFICHER-LOTS.
           DISPLAY "Lots acceptes le " WS-DATE-JOURNAL " :"
           PERFORM VARYING WS-LIDX FROM 1 BY 1
                   UNTIL WS-LIDX > WS-NB-LOTS
               DISPLAY "  Lot " WS-LOT-NUM (WS-LIDX)
                       "  a " WS-LOT-HEURE (WS-LIDX) (1:2)
                       ":" WS-LOT-HEURE (WS-LIDX) (3:2)
                       ":" WS-LOT-HEURE (WS-LIDX) (5:2)
                       "  lot du " WS-LOT-DATE (WS-LIDX)
                       "  agence " WS-LOT-AGENCE (WS-LIDX)
                       "  " WS-LOT-LIGNES (WS-LIDX) " lignes"
           END-PERFORM.

       *>--------------------------------------------------------------
       PREPARER-REPRISE.
      *>   Le lot en attente dans transactions.txt et les approuvees
      *>   du moment sont mis de cote ; les copies "_rejeu" des
      *>   fichiers que la restauration ne reprend pas repartent a
      *>   vide -- sauf les cheques en attente de disponibilite,
      *>   recopies pour que le rejeu voie les memes fonds
      *>   indisponibles que l'origine.
           MOVE "transactions.txt" TO WS-NOM-SOURCE
           MOVE "transactions_avant_reprise.txt" TO WS-NOM-CIBLE
           PERFORM COPIER-FICHIER
           MOVE "transactions_approuvees.txt" TO WS-NOM-SOURCE
           MOVE "transactions_approuvees_avant_reprise.txt"
                TO WS-NOM-CIBLE
           PERFORM COPIER-FICHIER
           MOVE "cheques_attente.txt" TO WS-NOM-SOURCE
           MOVE "cheques_attente_rejeu.txt" TO WS-NOM-CIBLE
           PERFORM COPIER-FICHIER

           MOVE "transactions_rejets_rejeu.txt" TO WS-NOM-CIBLE
           PERFORM VIDER-FICHIER
           MOVE "approbations_attente_rejeu.txt" TO WS-NOM-CIBLE
           PERFORM VIDER-FICHIER
           MOVE "virements_sortants_rejeu.txt" TO WS-NOM-CIBLE
           PERFORM VIDER-FICHIER
           MOVE "cheques_payes_rejeu.txt" TO WS-NOM-CIBLE
           PERFORM VIDER-FICHIER

           MOVE SPACES TO WS-NOM-ACCUSE-REJEU
           STRING "accuse_transactions_" DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  "_rejeu.txt" DELIMITED BY SIZE
                  INTO WS-NOM-ACCUSE-REJEU
           END-STRING.

       *>--------------------------------------------------------------
       REJOUER-UN-LOT.
      *>   Le lot, l'attente et les approuvees du journal reprennent
      *>   leur place, l'accuse du rejeu est vide d'avance (un lot
      *>   refuse au controle n'en ecrit pas), puis MAJ-SOLDE repart
      *>   d'une copie neuve (CANCEL) pour que ses compteurs ne
      *>   cumulent pas d'un lot a l'autre.
           SET WS-LIDX TO WS-IDX-LOT
           MOVE SPACES TO WS-RACINE
           STRING "entrees_" DELIMITED BY SIZE
                  WS-DATE-JOURNAL DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-LOT-NUM (WS-LIDX) DELIMITED BY SIZE
                  INTO WS-RACINE
           END-STRING
           DISPLAY WS-SEPARATEUR
           DISPLAY "Rejeu du lot " WS-LOT-NUM (WS-LIDX)

           MOVE WS-RACINE TO WS-NOM-SOURCE
           MOVE "_lot.txt" TO WS-NOM-SOURCE (21:)
           MOVE "transactions.txt" TO WS-NOM-CIBLE
           PERFORM COPIER-FICHIER
           IF WS-SOURCE-ABSENTE = 'Y'
               MOVE SPACES TO WS-EDT-LIGNE
               STRING "Lot " DELIMITED BY SIZE
                      WS-LOT-NUM (WS-LIDX) DELIMITED BY SIZE
                      " : copie absente du journal ("
                          DELIMITED BY SIZE
                      WS-NOM-SOURCE DELIMITED BY SPACE
                      ") -- REPRISE ARRETEE" DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
               DISPLAY FUNCTION TRIM (WS-EDT-LIGNE)
               MOVE 'Y' TO WS-ARRET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RACINE TO WS-NOM-SOURCE
           MOVE "_attente.txt" TO WS-NOM-SOURCE (21:)
           MOVE "transactions_attente.txt" TO WS-NOM-CIBLE
           PERFORM COPIER-FICHIER
           MOVE WS-RACINE TO WS-NOM-SOURCE
           MOVE "_approuvees.txt" TO WS-NOM-SOURCE (21:)
           MOVE "transactions_approuvees.txt" TO WS-NOM-CIBLE
           PERFORM COPIER-FICHIER
           MOVE WS-NOM-ACCUSE-REJEU TO WS-NOM-CIBLE
           PERFORM VIDER-FICHIER

           CANCEL "MAJ-SOLDE"
           CALL "MAJ-SOLDE" USING WS-MODE-REJEU
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-EDT-LIGNE
               STRING "Lot " DELIMITED BY SIZE
                      WS-LOT-NUM (WS-LIDX) DELIMITED BY SIZE
                      " : MAJ-SOLDE en echec au rejeu (verrou, "
                          DELIMITED BY SIZE
                      "ouverture ou controle du lot) -- REPRISE "
                          DELIMITED BY SIZE
                      "ARRETEE" DELIMITED BY SIZE
                      INTO WS-EDT-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE-ETAT
               DISPLAY FUNCTION TRIM (WS-EDT-LIGNE)
               MOVE 'Y' TO WS-ARRET
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-REJOUES

           PERFORM LIRE-ACCUSE-ORIGINE
           PERFORM LIRE-ACCUSE-REJEU
           PERFORM RAPPROCHER-LOT.

       *>--------------------------------------------------------------
       LIRE-ACCUSE-ORIGINE.
      *>   Pied de l'accuse garde avec le lot, et ses rejets DOUBLE :
      *>   ceux-la sont aussi ignores au rejeu, sans avoir jamais ete
      *>   appliques.
           MOVE 'N' TO WS-ORI-ACCUSE
           MOVE 0 TO WS-NB-DOUBLES-ORI
           MOVE SPACES TO WS-NOM-ACCUSE
           MOVE WS-RACINE TO WS-NOM-ACCUSE
           MOVE "_accuse.txt" TO WS-NOM-ACCUSE (21:)
           OPEN INPUT ACCUSE-FILE
           IF WS-FS-ACCUSE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PIED-LU
           READ ACCUSE-FILE
               AT END MOVE "10" TO WS-FS-ACCUSE
           END-READ
           PERFORM UNTIL WS-FS-ACCUSE = "10"
               IF ACCUSE-LIGNE (1:9) = "R|DOUBLE|"
                  AND WS-NB-DOUBLES-ORI < 500
                   ADD 1 TO WS-NB-DOUBLES-ORI
                   MOVE ACCUSE-LIGNE (10:60)
                        TO WS-DOUBLE-ORI (WS-NB-DOUBLES-ORI)
               END-IF
               IF ACCUSE-LIGNE (1:2) = "T|"
                   PERFORM ECLATER-PIED
                   MOVE 'Y' TO WS-PIED-LU
               END-IF
               READ ACCUSE-FILE
                   AT END MOVE "10" TO WS-FS-ACCUSE
               END-READ
           END-PERFORM
           CLOSE ACCUSE-FILE
      *>   Un accuse sans pied est celui d'un passage interrompu : il
      *>   n'y a rien a rapprocher.
           IF WS-PIED-LU = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ORI-ACCUSE
           MOVE FUNCTION NUMVAL (WS-T-LIGNES) TO WS-ORI-LIGNES
           MOVE FUNCTION NUMVAL (WS-T-APPL)   TO WS-ORI-APPL
           MOVE FUNCTION NUMVAL (WS-T-ATT)    TO WS-ORI-ATT
           MOVE FUNCTION NUMVAL (WS-T-REJ)    TO WS-ORI-REJ
           MOVE FUNCTION NUMVAL (WS-T-CRED)   TO WS-ORI-CRED
           MOVE FUNCTION NUMVAL (WS-T-DEB)    TO WS-ORI-DEB.

       *>--------------------------------------------------------------
       LIRE-ACCUSE-REJEU.
      *>   Pied du rejeu et lignes "D|TYPE|MONTANT|LIGNE" des
      *>   references ignorees.
           MOVE 0 TO WS-REJ-LIGNES WS-REJ-APPL WS-REJ-ATT WS-REJ-REJ
           MOVE 0 TO WS-REJ-CRED WS-REJ-DEB
           MOVE 0 TO WS-DEJ-DOUBLES WS-DEJ-LIGNES WS-DEJ-MVTS
           MOVE 0 TO WS-DEJ-CRED WS-DEJ-DEB
           MOVE WS-NOM-ACCUSE-REJEU TO WS-NOM-ACCUSE
           OPEN INPUT ACCUSE-FILE
           IF WS-FS-ACCUSE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ACCUSE-FILE
               AT END MOVE "10" TO WS-FS-ACCUSE
           END-READ
           PERFORM UNTIL WS-FS-ACCUSE = "10"
               IF ACCUSE-LIGNE (1:2) = "D|"
                   PERFORM CUMULER-DEJA-APPLIQUE
               END-IF
               IF ACCUSE-LIGNE (1:2) = "T|"
                   PERFORM ECLATER-PIED
                   MOVE FUNCTION NUMVAL (WS-T-LIGNES) TO WS-REJ-LIGNES
                   MOVE FUNCTION NUMVAL (WS-T-APPL)   TO WS-REJ-APPL
                   MOVE FUNCTION NUMVAL (WS-T-ATT)    TO WS-REJ-ATT
                   MOVE FUNCTION NUMVAL (WS-T-REJ)    TO WS-REJ-REJ
                   MOVE FUNCTION NUMVAL (WS-T-CRED)   TO WS-REJ-CRED
                   MOVE FUNCTION NUMVAL (WS-T-DEB)    TO WS-REJ-DEB
               END-IF
               READ ACCUSE-FILE
                   AT END MOVE "10" TO WS-FS-ACCUSE
               END-READ
           END-PERFORM
           CLOSE ACCUSE-FILE.

       *>--------------------------------------------------------------
       ECLATER-PIED.
           MOVE SPACES TO WS-T-CHAMPS
           UNSTRING ACCUSE-LIGNE DELIMITED BY "|"
               INTO WS-T-TYPE WS-T-LIGNES WS-T-APPL WS-T-ATT
                    WS-T-REJ WS-T-CRED WS-T-DEB
           END-UNSTRING.

       *>--------------------------------------------------------------
       CUMULER-DEJA-APPLIQUE.
      *>   Une ligne ignoree que l'origine avait rejetee DOUBLE reste
      *>   un rejet pour le rapprochement (son entree est consommee :
      *>   deux doubles identiques comptent deux fois). Les autres
      *>   avaient ete appliquees : un virement ('V', ou 'X' vers la
      *>   compensation) passe deux mouvements, debit et credit ;
      *>   'C' et 'Q' sont des credits, le reste des debits.
           MOVE ACCUSE-LIGNE (3:1) TO WS-DEJ-TYPE
           MOVE FUNCTION NUMVAL (ACCUSE-LIGNE (5:10))
                TO WS-DEJ-MONTANT
           MOVE ACCUSE-LIGNE (16:60) TO WS-DEJ-TEXTE
           MOVE 'N' TO WS-DEJ-DOUBLE
           PERFORM VARYING WS-DIDX FROM 1 BY 1
                   UNTIL WS-DIDX > WS-NB-DOUBLES-ORI
                      OR WS-DEJ-DOUBLE = 'Y'
               IF WS-DOUBLE-ORI (WS-DIDX) = WS-DEJ-TEXTE
                   MOVE 'Y' TO WS-DEJ-DOUBLE
                   MOVE SPACES TO WS-DOUBLE-ORI (WS-DIDX)
               END-IF
           END-PERFORM
           IF WS-DEJ-DOUBLE = 'Y'
               ADD 1 TO WS-DEJ-DOUBLES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEJ-LIGNES
           ADD 1 TO WS-TOT-DEJA
           EVALUATE WS-DEJ-TYPE
               WHEN 'V'
               WHEN 'X'
                   ADD 2 TO WS-DEJ-MVTS
                   ADD WS-DEJ-MONTANT TO WS-DEJ-CRED
                   ADD WS-DEJ-MONTANT TO WS-DEJ-DEB
               WHEN 'C'
               WHEN 'Q'
                   ADD 1 TO WS-DEJ-MVTS
                   ADD WS-DEJ-MONTANT TO WS-DEJ-CRED
               WHEN OTHER
                   ADD 1 TO WS-DEJ-MVTS
                   ADD WS-DEJ-MONTANT TO WS-DEJ-DEB
           END-EVALUATE.

       *>--------------------------------------------------------------
       RAPPROCHER-LOT.
      *>   Origine = rejeu + ignores, poste par poste : lignes du lot,
      *>   mouvements appliques, mises en attente, rejets ecrits,
      *>   credits et debits.
           COMPUTE WS-ATT-APPL = WS-REJ-APPL + WS-DEJ-MVTS
           COMPUTE WS-ATT-REJ  = WS-REJ-REJ + WS-DEJ-DOUBLES
           COMPUTE WS-ATT-CRED = WS-REJ-CRED + WS-DEJ-CRED
           COMPUTE WS-ATT-DEB  = WS-REJ-DEB + WS-DEJ-DEB

           IF WS-ORI-ACCUSE = 'N'
               MOVE "SANS ACCUSE" TO WS-MENTION
               ADD 1 TO WS-TOT-SANS-ACCUSE
           ELSE
               IF WS-ORI-LIGNES = WS-REJ-LIGNES
                  AND WS-ORI-APPL = WS-ATT-APPL
                  AND WS-ORI-ATT = WS-REJ-ATT
                  AND WS-ORI-REJ = WS-ATT-REJ
                  AND WS-ORI-CRED = WS-ATT-CRED
                  AND WS-ORI-DEB = WS-ATT-DEB
                   MOVE "OK" TO WS-MENTION
                   ADD 1 TO WS-TOT-OK
               ELSE
                   MOVE "ECART" TO WS-MENTION
                   ADD 1 TO WS-TOT-ECARTS
               END-IF
           END-IF

           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Lot " DELIMITED BY SIZE
                  WS-LOT-NUM (WS-LIDX) DELIMITED BY SIZE
                  " du " DELIMITED BY SIZE
                  WS-LOT-DATE (WS-LIDX) DELIMITED BY SIZE
                  " agence " DELIMITED BY SIZE
                  WS-LOT-AGENCE (WS-LIDX) DELIMITED BY SIZE
                  "  accepte a " DELIMITED BY SIZE
                  WS-LOT-HEURE (WS-LIDX) (1:6) DELIMITED BY SIZE
                  "  lignes " DELIMITED BY SIZE
                  WS-ORI-LIGNES DELIMITED BY SIZE
                  " / rejeu " DELIMITED BY SIZE
                  WS-REJ-LIGNES DELIMITED BY SIZE
                  "  deja appliquees " DELIMITED BY SIZE
                  WS-DEJ-LIGNES DELIMITED BY SIZE
                  "  -> " DELIMITED BY SIZE
                  WS-MENTION DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-LIGNE-ETAT
           DISPLAY FUNCTION TRIM (WS-EDT-LIGNE)

           MOVE SPACES TO WS-EDT-LIGNE
           STRING "    appliques " DELIMITED BY SIZE
                  WS-ORI-APPL DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-REJ-APPL DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  WS-DEJ-MVTS DELIMITED BY SIZE
                  "   attente " DELIMITED BY SIZE
                  WS-ORI-ATT DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-REJ-ATT DELIMITED BY SIZE
                  "   rejets " DELIMITED BY SIZE
                  WS-ORI-REJ DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-REJ-REJ DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  WS-DEJ-DOUBLES DELIMITED BY SIZE
                  " double(s)" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-LIGNE-ETAT

           MOVE WS-ORI-CRED TO WS-EDIT-CRED-1
           MOVE WS-REJ-CRED TO WS-EDIT-CRED-2
           MOVE WS-DEJ-CRED TO WS-EDIT-CRED-3
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "    credits   " DELIMITED BY SIZE
                  WS-EDIT-CRED-1 DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-EDIT-CRED-2 DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  WS-EDIT-CRED-3 DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-LIGNE-ETAT

           MOVE WS-ORI-DEB TO WS-EDIT-DEB-1
           MOVE WS-REJ-DEB TO WS-EDIT-DEB-2
           MOVE WS-DEJ-DEB TO WS-EDIT-DEB-3
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "    debits    " DELIMITED BY SIZE
                  WS-EDIT-DEB-1 DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-EDIT-DEB-2 DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  WS-EDIT-DEB-3 DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-LIGNE-ETAT.

       *>--------------------------------------------------------------
       TERMINER-REPRISE.
      *>   transactions.txt retrouve le lot qu'il portait avant la
      *>   reprise. Les approuvees aussi si le rejeu est alle au bout
      *>   du journal ; arrete plus tot, elles repartent de celles
      *>   que le lot suivant devait consommer.
           MOVE "transactions_avant_reprise.txt" TO WS-NOM-SOURCE
           MOVE "transactions.txt" TO WS-NOM-CIBLE
           PERFORM COPIER-FICHIER
           IF WS-ARRET = 'N' AND WS-JUSQU-AU-LOT = WS-NB-LOTS
               MOVE "transactions_approuvees_avant_reprise.txt"
                    TO WS-NOM-SOURCE
           ELSE
               SET WS-LIDX TO WS-IDX-LOT
               IF WS-ARRET = 'Y'
                   SET WS-LIDX DOWN BY 1
               END-IF
               MOVE SPACES TO WS-NOM-SOURCE
               STRING "entrees_" DELIMITED BY SIZE
                      WS-DATE-JOURNAL DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-LOT-NUM (WS-LIDX) DELIMITED BY SIZE
                      "_approuvees.txt" DELIMITED BY SIZE
                      INTO WS-NOM-SOURCE
               END-STRING
           END-IF
           MOVE "transactions_approuvees.txt" TO WS-NOM-CIBLE
           PERFORM COPIER-FICHIER.

       *>--------------------------------------------------------------
       OUVRIR-ETAT.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-TITRE
           STRING "REPRISE DES ENTREES DU " DELIMITED BY SIZE
                  WS-DATE-JOURNAL DELIMITED BY SIZE
                  " -- REJEU APRES RESTAURATION" DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Lots 001 a " DELIMITED BY SIZE
                  WS-JUSQU-AU-LOT DELIMITED BY SIZE
                  " sur " DELIMITED BY SIZE
                  WS-NB-LOTS DELIMITED BY SIZE
                  " rejoues le " DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  " -- origine = rejeu + deja appliques"
                      DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           PERFORM ECRIRE-LIGNE-ETAT.

       *>--------------------------------------------------------------
       ECRIRE-LIGNE-ETAT.
      *>   WS-EDT-LIGNE arrive remplie.
           MOVE 'D' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       FERMER-ETAT.
           MOVE 'T' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Lots rejoues " DELIMITED BY SIZE
                  WS-TOT-REJOUES DELIMITED BY SIZE
                  "  OK " DELIMITED BY SIZE
                  WS-TOT-OK DELIMITED BY SIZE
                  "  ECART " DELIMITED BY SIZE
                  WS-TOT-ECARTS DELIMITED BY SIZE
                  "  sans accuse " DELIMITED BY SIZE
                  WS-TOT-SANS-ACCUSE DELIMITED BY SIZE
                  "  lignes deja appliquees " DELIMITED BY SIZE
                  WS-TOT-DEJA DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       COPIER-FICHIER.
      *>   WS-NOM-SOURCE vers WS-NOM-CIBLE, ligne a ligne ; une
      *>   source absente donne une cible vide (WS-SOURCE-ABSENTE).
           MOVE 0 TO WS-NB-COPIEES
           MOVE 'N' TO WS-SOURCE-ABSENTE
           OPEN INPUT SOURCE-FILE
           IF WS-FS-SOURCE NOT = "00"
               MOVE 'Y' TO WS-SOURCE-ABSENTE
               PERFORM VIDER-FICHIER
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CIBLE-FILE
           READ SOURCE-FILE
               AT END MOVE "10" TO WS-FS-SOURCE
           END-READ
           PERFORM UNTIL WS-FS-SOURCE = "10"
               ADD 1 TO WS-NB-COPIEES
               MOVE SOURCE-LIGNE TO CIBLE-LIGNE
               WRITE CIBLE-LIGNE
               READ SOURCE-FILE
                   AT END MOVE "10" TO WS-FS-SOURCE
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           CLOSE CIBLE-FILE.

       *>--------------------------------------------------------------
       VIDER-FICHIER.
           OPEN OUTPUT CIBLE-FILE
           CLOSE CIBLE-FILE.
