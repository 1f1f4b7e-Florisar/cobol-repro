       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTIVITE.

      *----------------------------------------------------------------
      * Nom du programme : PRODUCTIVITE
      * Description    : Productivite et taux d'erreur par operateur
      *                  sur la semaine ecoulee (les sept jours qui
      *                  precedent la date d'exploitation ; lance le
      *                  lundi par PILOTE-PLAN, c'est la semaine du
      *                  lundi au dimanche). Pour chaque operateur :
      *                  - mouvements saisis et leur montant
      *                    (saisies_journal.txt, SAISIE-TRANS) ;
      *                  - saisies rejetees ensuite par MAJ-SOLDE
      *                    (lignes 'R' des accuses
      *                    accuse_transactions_AAAAMMJJ.txt jusqu'a
      *                    la date d'exploitation, une saisie recyclee
      *                    plusieurs fois ne compte qu'un rejet) et le
      *                    taux de rejet ;
      *                  - saisies appliquees puis annulees (temoin
      *                    REG-ANNULE de references_appliquees.dat) ;
      *                  - decisions prises sur la file du double
      *                    regard (approbations_journal.txt) : pieces
      *                    approuvees ou refusees par l'operateur de
      *                    la session, contreseings donnes comme
      *                    second operateur ;
      *                  - modifications du maitre clients
      *                    (clients_historique.txt, HISTO-CLIENT).
      *                  Un taux de rejet au-dessus de la cle
      *                  SEUIL-REJETS-PCT est signale A VOIR. L'etat
      *                  s'imprime par EDITION-ETAT
      *                  (etat_PRODUCTIVITE.txt).
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   "AAAAMMJJ|OPERATEUR|REFERENCE|COMPTE|TYPE|MONTANT" -- voir
      *>   SAISIE-TRANS.
           SELECT SAISIES-JOURNAL-FILE
              ASSIGN TO "saisies_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SAISIES-JNL.

      *>   Accuse d'un jour, nom construit au fil des jours balayes
      *>   (voir OUVRIR-ACCUSE dans MAJ-SOLDE).
           SELECT ACCUSE-FILE
              ASSIGN TO DYNAMIC WS-NOM-ACCUSE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ACCUSE.

           SELECT REFERENCES-FILE
              ASSIGN TO "references_appliquees.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-REFERENCE
              FILE STATUS IS WS-FS-REFER.

           SELECT APPROB-JOURNAL-FILE
              ASSIGN TO "approbations_journal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-APPROB-JNL.

           SELECT HISTO-CLIENT-FILE
              ASSIGN TO "clients_historique.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-HISTO.

      *>   Saisies et rejets de la periode regroupes par reference :
      *>   la saisie d'abord, puis ses rejets eventuels.
           SELECT TRI-FILE
              ASSIGN TO "tri_productivite.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD SAISIES-JOURNAL-FILE.
       01 SAISIES-JNL-LIGNE PIC X(60).

       FD ACCUSE-FILE.
       01 ACCUSE-LIGNE PIC X(80).

       FD REFERENCES-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01 REG-REC.
           05 REG-REFERENCE PIC X(10).
           05 REG-DATE      PIC 9(8).
           05 REG-COMPTE    PIC 9(5).
           05 REG-DEST      PIC 9(5).
           05 REG-TYPE      PIC X(1).
           05 REG-MONTANT   PIC 9(7)V99.
           05 REG-ANNULE    PIC X(1).

       FD APPROB-JOURNAL-FILE.
       01 APPROB-JNL-LIGNE PIC X(132).

       FD HISTO-CLIENT-FILE.
       01 HISTO-LIGNE PIC X(170).

       SD TRI-FILE.
       01 TRI-REC.
           05 TRI-REFERENCE    PIC X(10).
      *>       'A' saisie, 'R' rejet de l'accuse.
           05 TRI-GENRE        PIC X(1).
           05 TRI-OPERATEUR    PIC X(8).
           05 TRI-MONTANT      PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-FS-SAISIES-JNL   PIC XX.
       01 WS-FS-ACCUSE        PIC XX.
       01 WS-FS-REFER         PIC XX.
       01 WS-FS-APPROB-JNL    PIC XX.
       01 WS-FS-HISTO         PIC XX.
       01 WS-FIN-TRI          PIC X(1).
       01 WS-REGISTRE-OUVERT  PIC X(1) VALUE 'N'.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-NOM-ACCUSE       PIC X(40).

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.
       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Periode : du jour J-7 au jour J-1 ; les accuses se lisent
      *>   jusqu'a J (rejet du soir d'une saisie du dernier jour).
       01 WS-JOUR-ENTIER      PIC 9(8) VALUE 0.
       01 WS-DATE-DEBUT       PIC 9(8) VALUE 0.
       01 WS-DATE-FIN         PIC 9(8) VALUE 0.
       01 WS-DATE-BALAYEE     PIC 9(8) VALUE 0.
       01 WS-JOUR-BALAYE      PIC 9(8) VALUE 0.
       01 WS-NB-ACCUSES       PIC 9(2) VALUE 0.

      *>   Seuil du taux de rejet (cle SEUIL-REJETS-PCT).
       01 WS-SEUIL-REJETS     PIC 9(3) VALUE 10.

      *>   Champs eclates d'une ligne du journal des saisies.
       01 WS-JNL-DATE         PIC X(8).
       01 WS-JNL-OPER         PIC X(8).
       01 WS-JNL-REF          PIC X(10).
       01 WS-JNL-COMPTE       PIC X(5).
       01 WS-JNL-TYPE         PIC X(1).
       01 WS-JNL-MONTANT      PIC X(12).

      *>   Champs eclates d'une ligne 'R' d'accuse.
       01 WS-ACC-GENRE        PIC X(1).
       01 WS-ACC-MOTIF        PIC X(10).
       01 WS-ACC-REF          PIC X(10).

      *>   Champs eclates d'une ligne du journal des approbations :
      *>   "AAAAMMJJ-HHMMSSCC OPERATEUR=id SECOND=id DECISION=A
      *>   LIGNE=...".
       01 WS-APR-HORODATE     PIC X(20).
       01 WS-APR-OPER         PIC X(8).
       01 WS-APR-SECOND       PIC X(8).
       01 WS-APR-DECISION     PIC X(1).

      *>   Champs eclates d'une ligne de clients_historique.txt.
       01 WS-HIS-HORODATE     PIC X(17).
       01 WS-HIS-OPER         PIC X(8).

      *>   Reference en cours (rupture sur TRI-REFERENCE).
       01 WS-REF-COURANTE     PIC X(10).
       01 WS-REF-SAISIE       PIC X(1).
       01 WS-REF-OPER         PIC X(8).
       01 WS-REF-MONTANT      PIC 9(7)V99.
       01 WS-REF-REJETEE      PIC X(1).

      *>   Table des operateurs de la periode.
       01 WS-NB-OPER          PIC 9(3) VALUE 0.
       01 WS-TABLE-OPER.
           05 WS-O-ENTRY OCCURS 100 TIMES INDEXED BY WS-OIDX.
               10 WS-O-ID           PIC X(8).
               10 WS-O-SAISIES      PIC 9(5).
               10 WS-O-MONTANT      PIC 9(11)V99.
               10 WS-O-REJETS       PIC 9(5).
               10 WS-O-ANNULES      PIC 9(5).
               10 WS-O-APPROUVES    PIC 9(5).
               10 WS-O-REFUSES      PIC 9(5).
               10 WS-O-CONTRESEINGS PIC 9(5).
               10 WS-O-MAJ-CLIENTS  PIC 9(5).
       01 WS-OPER-CHERCHE     PIC X(8).
       01 WS-OPER-TROUVE      PIC X(1).

       01 WS-TOT-SAISIES      PIC 9(7) VALUE 0.
       01 WS-TOT-MONTANT      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-REJETS       PIC 9(7) VALUE 0.
       01 WS-TOT-ANNULES      PIC 9(7) VALUE 0.
       01 WS-TOT-DECISIONS    PIC 9(7) VALUE 0.
       01 WS-TOT-MAJ-CLIENTS  PIC 9(7) VALUE 0.
       01 WS-NB-A-VOIR        PIC 9(3) VALUE 0.
       01 WS-TAUX-REJET       PIC 9(3)V9 VALUE 0.

       01 WS-EDIT-SAISIES     PIC Z(4)9.
       01 WS-EDIT-MONTANT     PIC Z(10)9.99.
       01 WS-EDIT-REJETS      PIC Z(4)9.
       01 WS-EDIT-TAUX        PIC ZZ9.9.
       01 WS-EDIT-ANNULES     PIC Z(4)9.
       01 WS-EDIT-APPROUVES   PIC Z(4)9.
       01 WS-EDIT-REFUSES     PIC Z(4)9.
       01 WS-EDIT-CONTRE      PIC Z(4)9.
       01 WS-EDIT-MAJ         PIC Z(4)9.
       01 WS-MENTION          PIC X(7).

      *>   Champs passes a LIRE-PARAM (magasin central de
      *>   parametres).
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12) VALUE "PRODUCTIVITE".
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "PRODUCTIVITE ET TAUX D'ERREUR PAR OPERATEUR"
           DISPLAY WS-SEPARATEUR

           MOVE "SEUIL-REJETS-PCT" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              MOVE WS-PRM-VALEUR-NUM TO WS-SEUIL-REJETS
           END-IF

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-JOUR)
           COMPUTE WS-DATE-DEBUT =
               FUNCTION DATE-OF-INTEGER (WS-JOUR-ENTIER - 7)
           COMPUTE WS-DATE-FIN =
               FUNCTION DATE-OF-INTEGER (WS-JOUR-ENTIER - 1)
           DISPLAY "Semaine du " WS-DATE-DEBUT " au " WS-DATE-FIN

           OPEN INPUT REFERENCES-FILE
           IF WS-FS-REFER = "00"
               MOVE 'Y' TO WS-REGISTRE-OUVERT
           ELSE
               DISPLAY "Registre references_appliquees.dat absent : "
                       "annulations non comptees"
           END-IF

           SORT TRI-FILE
               ON ASCENDING KEY TRI-REFERENCE TRI-GENRE
               INPUT PROCEDURE IS RELEVER-SAISIES-ET-REJETS
               OUTPUT PROCEDURE IS CUMULER-SAISIES

           IF WS-REGISTRE-OUVERT = 'Y'
               CLOSE REFERENCES-FILE
           END-IF

           PERFORM RELEVER-DECISIONS
           PERFORM RELEVER-MAJ-CLIENTS
           PERFORM IMPRIMER-RAPPORT

           DISPLAY WS-SEPARATEUR
           DISPLAY "Operateurs actifs       : " WS-NB-OPER
           DISPLAY "Mouvements saisis       : " WS-TOT-SAISIES
           DISPLAY "Saisies rejetees        : " WS-TOT-REJETS
           DISPLAY "Operateurs a voir       : " WS-NB-A-VOIR
           DISPLAY "Detail imprime dans etat_PRODUCTIVITE.txt"
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       RELEVER-SAISIES-ET-REJETS.
      *>   Procedure d'entree du tri : saisies de la periode, puis
      *>   rejets des accuses du premier jour de la periode a la date
      *>   d'exploitation.
           PERFORM RELEVER-SAISIES
           MOVE 0 TO WS-NB-ACCUSES
           COMPUTE WS-JOUR-BALAYE = WS-JOUR-ENTIER - 7
           PERFORM UNTIL WS-JOUR-BALAYE > WS-JOUR-ENTIER
               COMPUTE WS-DATE-BALAYEE =
                   FUNCTION DATE-OF-INTEGER (WS-JOUR-BALAYE)
               PERFORM RELEVER-ACCUSE
               ADD 1 TO WS-JOUR-BALAYE
           END-PERFORM.

       *>--------------------------------------------------------------
       RELEVER-SAISIES.
           OPEN INPUT SAISIES-JOURNAL-FILE
           IF WS-FS-SAISIES-JNL NOT = "00"
               DISPLAY "Journal saisies_journal.txt absent : aucune "
                       "saisie guichet a compter"
               EXIT PARAGRAPH
           END-IF
           READ SAISIES-JOURNAL-FILE
               AT END MOVE "10" TO WS-FS-SAISIES-JNL
           END-READ
           PERFORM UNTIL WS-FS-SAISIES-JNL = "10"
               MOVE SPACES TO WS-JNL-DATE WS-JNL-OPER WS-JNL-REF
               MOVE SPACES TO WS-JNL-COMPTE WS-JNL-TYPE WS-JNL-MONTANT
               UNSTRING SAISIES-JNL-LIGNE DELIMITED BY "|"
                   INTO WS-JNL-DATE WS-JNL-OPER WS-JNL-REF
                        WS-JNL-COMPTE WS-JNL-TYPE WS-JNL-MONTANT
               END-UNSTRING
               IF WS-JNL-DATE IS NUMERIC AND
                  WS-JNL-DATE NOT < WS-DATE-DEBUT AND
                  WS-JNL-DATE NOT > WS-DATE-FIN AND
                  WS-JNL-REF NOT = SPACES
                   MOVE WS-JNL-REF  TO TRI-REFERENCE
                   MOVE 'A'         TO TRI-GENRE
                   MOVE WS-JNL-OPER TO TRI-OPERATEUR
                   MOVE 0           TO TRI-MONTANT
                   IF FUNCTION TEST-NUMVAL (WS-JNL-MONTANT) = 0
                       COMPUTE TRI-MONTANT =
                           FUNCTION NUMVAL (WS-JNL-MONTANT)
                   END-IF
                   RELEASE TRI-REC
               END-IF
               READ SAISIES-JOURNAL-FILE
                   AT END MOVE "10" TO WS-FS-SAISIES-JNL
               END-READ
           END-PERFORM
           CLOSE SAISIES-JOURNAL-FILE.

       *>--------------------------------------------------------------
       RELEVER-ACCUSE.
           MOVE SPACES TO WS-NOM-ACCUSE
           STRING "accuse_transactions_" DELIMITED BY SIZE
                  WS-DATE-BALAYEE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-NOM-ACCUSE
           END-STRING
           OPEN INPUT ACCUSE-FILE
           IF WS-FS-ACCUSE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-ACCUSES
           READ ACCUSE-FILE
               AT END MOVE "10" TO WS-FS-ACCUSE
           END-READ
           PERFORM UNTIL WS-FS-ACCUSE = "10"
               IF ACCUSE-LIGNE (1:2) = "R|"
                   MOVE SPACES TO WS-ACC-GENRE WS-ACC-MOTIF WS-ACC-REF
                   UNSTRING ACCUSE-LIGNE DELIMITED BY "|"
                       INTO WS-ACC-GENRE WS-ACC-MOTIF WS-ACC-REF
                   END-UNSTRING
                   IF WS-ACC-REF NOT = SPACES
                       MOVE WS-ACC-REF TO TRI-REFERENCE
                       MOVE 'R'        TO TRI-GENRE
                       MOVE SPACES     TO TRI-OPERATEUR
                       MOVE 0          TO TRI-MONTANT
                       RELEASE TRI-REC
                   END-IF
               END-IF
               READ ACCUSE-FILE
                   AT END MOVE "10" TO WS-FS-ACCUSE
               END-READ
           END-PERFORM
           CLOSE ACCUSE-FILE.

       *>--------------------------------------------------------------
       CUMULER-SAISIES.
      *>   Procedure de sortie du tri : une reference = une saisie,
      *>   rejetee si l'accuse l'a renvoyee au moins une fois ; un
      *>   rejet sans saisie de la periode (lot d'agence, recyclage
      *>   d'une semaine anterieure) est ignore.
           MOVE SPACES TO WS-REF-COURANTE
           PERFORM COMMENCER-REFERENCE
           MOVE 'N' TO WS-FIN-TRI
           RETURN TRI-FILE
               AT END MOVE 'Y' TO WS-FIN-TRI
           END-RETURN
           PERFORM UNTIL WS-FIN-TRI = 'Y'
               IF TRI-REFERENCE NOT = WS-REF-COURANTE
                   PERFORM TERMINER-REFERENCE
                   MOVE TRI-REFERENCE TO WS-REF-COURANTE
                   PERFORM COMMENCER-REFERENCE
               END-IF
               IF TRI-GENRE = 'A'
                   MOVE 'Y' TO WS-REF-SAISIE
                   MOVE TRI-OPERATEUR TO WS-REF-OPER
                   MOVE TRI-MONTANT TO WS-REF-MONTANT
               ELSE
                   MOVE 'Y' TO WS-REF-REJETEE
               END-IF
               RETURN TRI-FILE
                   AT END MOVE 'Y' TO WS-FIN-TRI
               END-RETURN
           END-PERFORM
           PERFORM TERMINER-REFERENCE.

       *>--------------------------------------------------------------
       COMMENCER-REFERENCE.
           MOVE 'N' TO WS-REF-SAISIE WS-REF-REJETEE
           MOVE SPACES TO WS-REF-OPER
           MOVE 0 TO WS-REF-MONTANT.

       *>--------------------------------------------------------------
       TERMINER-REFERENCE.
           IF WS-REF-SAISIE = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-OPER TO WS-OPER-CHERCHE
           PERFORM CHERCHER-OPERATEUR
           IF WS-OPER-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-O-SAISIES (WS-OIDX)
           ADD WS-REF-MONTANT TO WS-O-MONTANT (WS-OIDX)
           IF WS-REF-REJETEE = 'Y'
               ADD 1 TO WS-O-REJETS (WS-OIDX)
           END-IF
           IF WS-REGISTRE-OUVERT = 'Y'
               MOVE WS-REF-COURANTE TO REG-REFERENCE
               READ REFERENCES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-ANNULE = 'Y'
                           ADD 1 TO WS-O-ANNULES (WS-OIDX)
                       END-IF
               END-READ
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-OPERATEUR.
      *>   WS-OPER-CHERCHE -> entree WS-OIDX, creee a la premiere
      *>   rencontre ; un operateur vide (saisie hors session) est
      *>   compte sous "?".
           IF WS-OPER-CHERCHE = SPACES
               MOVE "?" TO WS-OPER-CHERCHE
           END-IF
           MOVE 'N' TO WS-OPER-TROUVE
           PERFORM VARYING WS-OIDX FROM 1 BY 1
                    UNTIL WS-OIDX > WS-NB-OPER OR WS-OPER-TROUVE = 'Y'
               IF WS-O-ID (WS-OIDX) = WS-OPER-CHERCHE
                   MOVE 'Y' TO WS-OPER-TROUVE
               END-IF
           END-PERFORM
           IF WS-OPER-TROUVE = 'Y'
               SET WS-OIDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF WS-NB-OPER NOT < 100
               DISPLAY "Table des operateurs pleine (100) -- "
                       WS-OPER-CHERCHE " non compte"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-OPER
           SET WS-OIDX TO WS-NB-OPER
           MOVE WS-OPER-CHERCHE TO WS-O-ID (WS-OIDX)
           MOVE 0 TO WS-O-SAISIES (WS-OIDX) WS-O-MONTANT (WS-OIDX)
           MOVE 0 TO WS-O-REJETS (WS-OIDX) WS-O-ANNULES (WS-OIDX)
           MOVE 0 TO WS-O-APPROUVES (WS-OIDX) WS-O-REFUSES (WS-OIDX)
           MOVE 0 TO WS-O-CONTRESEINGS (WS-OIDX)
           MOVE 0 TO WS-O-MAJ-CLIENTS (WS-OIDX)
           MOVE 'Y' TO WS-OPER-TROUVE.

       *>--------------------------------------------------------------
       RELEVER-DECISIONS.
      *>   Decision approuvee ou refusee : a l'operateur de la
      *>   session ; contreseing : au second operateur.
           OPEN INPUT APPROB-JOURNAL-FILE
           IF WS-FS-APPROB-JNL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ APPROB-JOURNAL-FILE
               AT END MOVE "10" TO WS-FS-APPROB-JNL
           END-READ
           PERFORM UNTIL WS-FS-APPROB-JNL = "10"
               IF APPROB-JNL-LIGNE (1:8) IS NUMERIC AND
                  APPROB-JNL-LIGNE (1:8) NOT < WS-DATE-DEBUT AND
                  APPROB-JNL-LIGNE (1:8) NOT > WS-DATE-FIN
                   PERFORM CUMULER-DECISION
               END-IF
               READ APPROB-JOURNAL-FILE
                   AT END MOVE "10" TO WS-FS-APPROB-JNL
               END-READ
           END-PERFORM
           CLOSE APPROB-JOURNAL-FILE.

       *>--------------------------------------------------------------
       CUMULER-DECISION.
           MOVE SPACES TO WS-APR-HORODATE WS-APR-OPER WS-APR-SECOND
           MOVE SPACES TO WS-APR-DECISION
           UNSTRING APPROB-JNL-LIGNE
               DELIMITED BY " OPERATEUR=" OR " SECOND="
                         OR " DECISION=" OR " LIGNE="
               INTO WS-APR-HORODATE WS-APR-OPER WS-APR-SECOND
                    WS-APR-DECISION
           END-UNSTRING
           MOVE WS-APR-OPER TO WS-OPER-CHERCHE
           PERFORM CHERCHER-OPERATEUR
           IF WS-OPER-TROUVE = 'Y'
               IF WS-APR-DECISION = 'A'
                   ADD 1 TO WS-O-APPROUVES (WS-OIDX)
               ELSE
                   ADD 1 TO WS-O-REFUSES (WS-OIDX)
               END-IF
           END-IF
           IF WS-APR-SECOND NOT = SPACES
               MOVE WS-APR-SECOND TO WS-OPER-CHERCHE
               PERFORM CHERCHER-OPERATEUR
               IF WS-OPER-TROUVE = 'Y'
                   ADD 1 TO WS-O-CONTRESEINGS (WS-OIDX)
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-MAJ-CLIENTS.
           OPEN INPUT HISTO-CLIENT-FILE
           IF WS-FS-HISTO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HISTO-CLIENT-FILE
               AT END MOVE "10" TO WS-FS-HISTO
           END-READ
           PERFORM UNTIL WS-FS-HISTO = "10"
               IF HISTO-LIGNE (1:8) IS NUMERIC AND
                  HISTO-LIGNE (1:8) NOT < WS-DATE-DEBUT AND
                  HISTO-LIGNE (1:8) NOT > WS-DATE-FIN
                   MOVE SPACES TO WS-HIS-HORODATE WS-HIS-OPER
                   UNSTRING HISTO-LIGNE DELIMITED BY "|"
                       INTO WS-HIS-HORODATE WS-HIS-OPER
                   END-UNSTRING
                   MOVE WS-HIS-OPER TO WS-OPER-CHERCHE
                   PERFORM CHERCHER-OPERATEUR
                   IF WS-OPER-TROUVE = 'Y'
                       ADD 1 TO WS-O-MAJ-CLIENTS (WS-OIDX)
                   END-IF
               END-IF
               READ HISTO-CLIENT-FILE
                   AT END MOVE "10" TO WS-FS-HISTO
               END-READ
           END-PERFORM
           CLOSE HISTO-CLIENT-FILE.

       *>--------------------------------------------------------------
       IMPRIMER-RAPPORT.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-TITRE
           STRING "PRODUCTIVITE PAR OPERATEUR DU " DELIMITED BY SIZE
                  WS-DATE-DEBUT DELIMITED BY SIZE
                  " AU "        DELIMITED BY SIZE
                  WS-DATE-FIN   DELIMITED BY SIZE
                  INTO WS-EDT-TITRE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE 'D' TO WS-EDT-ACTION
           MOVE "OPER     SAISIES        MONTANT REJETS  TAUX%"
             & " ANNUL APPRO REFUS CONTR MAJCL" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           IF WS-NB-OPER = 0
               MOVE "Aucune activite operateur sur la periode"
                    TO WS-EDT-LIGNE
               CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                    WS-EDT-TITRE WS-EDT-LIGNE
           END-IF
           PERFORM VARYING WS-OIDX FROM 1 BY 1
                    UNTIL WS-OIDX > WS-NB-OPER
               PERFORM IMPRIMER-LIGNE-OPERATEUR
           END-PERFORM

           MOVE 'T' TO WS-EDT-ACTION
           MOVE WS-TOT-SAISIES TO WS-EDIT-SAISIES
           MOVE WS-TOT-MONTANT TO WS-EDIT-MONTANT
           MOVE WS-TOT-REJETS  TO WS-EDIT-REJETS
           MOVE 0 TO WS-TAUX-REJET
           IF WS-TOT-SAISIES > 0
               COMPUTE WS-TAUX-REJET ROUNDED =
                   WS-TOT-REJETS * 100 / WS-TOT-SAISIES
           END-IF
           MOVE WS-TAUX-REJET   TO WS-EDIT-TAUX
           MOVE WS-TOT-ANNULES  TO WS-EDIT-ANNULES
           MOVE WS-TOT-DECISIONS TO WS-EDIT-APPROUVES
           MOVE WS-TOT-MAJ-CLIENTS TO WS-EDIT-MAJ
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "TOTAL    "     DELIMITED BY SIZE
                  WS-EDIT-SAISIES DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-MONTANT DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-EDIT-REJETS  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-TAUX    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-ANNULES DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-EDIT-APPROUVES DELIMITED BY SIZE
                  " decisions"    DELIMITED BY SIZE
                  "       "       DELIMITED BY SIZE
                  WS-EDIT-MAJ     DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Seuil de taux de rejet : " DELIMITED BY SIZE
                  WS-SEUIL-REJETS DELIMITED BY SIZE
                  " % -- accuses relus : " DELIMITED BY SIZE
                  WS-NB-ACCUSES DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-LIGNE-OPERATEUR.
           ADD WS-O-SAISIES (WS-OIDX)     TO WS-TOT-SAISIES
           ADD WS-O-MONTANT (WS-OIDX)     TO WS-TOT-MONTANT
           ADD WS-O-REJETS (WS-OIDX)      TO WS-TOT-REJETS
           ADD WS-O-ANNULES (WS-OIDX)     TO WS-TOT-ANNULES
           ADD WS-O-APPROUVES (WS-OIDX)   TO WS-TOT-DECISIONS
           ADD WS-O-REFUSES (WS-OIDX)     TO WS-TOT-DECISIONS
           ADD WS-O-MAJ-CLIENTS (WS-OIDX) TO WS-TOT-MAJ-CLIENTS
           MOVE 0 TO WS-TAUX-REJET
           IF WS-O-SAISIES (WS-OIDX) > 0
               COMPUTE WS-TAUX-REJET ROUNDED =
                   WS-O-REJETS (WS-OIDX) * 100 / WS-O-SAISIES (WS-OIDX)
           END-IF
           MOVE SPACES TO WS-MENTION
           IF WS-TAUX-REJET > WS-SEUIL-REJETS
               MOVE "A VOIR" TO WS-MENTION
               ADD 1 TO WS-NB-A-VOIR
           END-IF
           MOVE WS-O-SAISIES (WS-OIDX)      TO WS-EDIT-SAISIES
           MOVE WS-O-MONTANT (WS-OIDX)      TO WS-EDIT-MONTANT
           MOVE WS-O-REJETS (WS-OIDX)       TO WS-EDIT-REJETS
           MOVE WS-TAUX-REJET               TO WS-EDIT-TAUX
           MOVE WS-O-ANNULES (WS-OIDX)      TO WS-EDIT-ANNULES
           MOVE WS-O-APPROUVES (WS-OIDX)    TO WS-EDIT-APPROUVES
           MOVE WS-O-REFUSES (WS-OIDX)      TO WS-EDIT-REFUSES
           MOVE WS-O-CONTRESEINGS (WS-OIDX) TO WS-EDIT-CONTRE
           MOVE WS-O-MAJ-CLIENTS (WS-OIDX)  TO WS-EDIT-MAJ
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-O-ID (WS-OIDX) DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-SAISIES   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-MONTANT   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-EDIT-REJETS    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-TAUX      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-ANNULES   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-APPROUVES DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-REFUSES   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-CONTRE    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-EDIT-MAJ       DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-MENTION        DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.
