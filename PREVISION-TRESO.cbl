       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISION-TRESO.

      *----------------------------------------------------------------
      * Nom du programme : PREVISION-TRESO
      * Description    : Prevision de tresorerie sur les 30 prochains
      *                  jours ouvres (calendrier JOUR-OUVRE, a partir
      *                  de la journee d'exploitation) -- projette
      *                  jour par jour les sorties et les entrees deja
      *                  connues sur disque :
      *                  - les echeances des ordres permanents
      *                    (ordres_permanents.txt, frequence et
      *                    prochaine date, ordres suspendus exclus),
      *                    en sortie ;
      *                  - les mouvements a date de valeur future
      *                    (transactions_attente.txt) : debits D, V,
      *                    X, P en sortie, credits C, Q en entree ;
      *                  - les debits en attente du second regard
      *                    (approbations_attente.txt), en sortie a
      *                    leur date de valeur, sinon au premier jour ;
      *                  - les cheques remis encore indisponibles
      *                    (cheques_attente.txt), en entree a leur date
      *                    de disponibilite.
      *                  Un mouvement date d'un jour ferme tombe sur le
      *                  jour ouvre suivant ; un mouvement deja echu
      *                  tombe sur le premier jour. L'etat TRESORERIE
      *                  (EDITION-ETAT) donne par jour les sorties, les
      *                  entrees, le net et la position nette cumulee,
      *                  et signale d'un "<<<" les jours dont les
      *                  sorties depassent le seuil SEUIL-TRESORERIE du
      *                  magasin de parametres (centimes). Il se
      *                  termine sur les comptes en decouvert
      *                  (clients.csv contre decouverts.txt) : encours
      *                  tire, marge encore tirable sur les limites
      *                  accordees -- autant de sorties possibles --
      *                  et depassements au-dela des limites.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDRES-FILE
              ASSIGN TO "ordres_permanents.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ORDRES.

           SELECT ATTENTE-FILE
              ASSIGN TO "transactions_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ATTENTE.

           SELECT APPROB-FILE
              ASSIGN TO "approbations_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-APPROB.

           SELECT CHEQUES-FILE
              ASSIGN TO "cheques_attente.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CHEQUES.

           SELECT CLIENT-FILE
              ASSIGN TO "clients.csv"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

           SELECT DECOUVERTS-FILE
              ASSIGN TO "decouverts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DECOUV.

       DATA DIVISION.
       FILE SECTION.
      *>   "COMPTE|DEST|MONTANT|FREQ|PROCHAINE|CLE-COMPTE|CLE-DEST|S"
      *>   (voir ORDRES-PERMANENTS).
       FD ORDRES-FILE.
       01 ORDRE-LIGNE PIC X(50).

      *>   Lignes de transactions telles que MAJ-SOLDE les garde :
      *>   "REFERENCE|COMPTE|TYPE|MONTANT|DEST|DATE-VALEUR|...".
       FD ATTENTE-FILE.
       01 ATTENTE-LIGNE PIC X(80).

       FD APPROB-FILE.
       01 APPROB-LIGNE PIC X(80).

      *>   "REFERENCE|COMPTE|MONTANT|DATE-DISPO".
       FD CHEQUES-FILE.
       01 CHEQUE-LIGNE PIC X(40).

       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD DECOUVERTS-FILE.
       01 DECOUV-LIGNE PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FS-ORDRES        PIC XX.
       01 WS-FS-ATTENTE       PIC XX.
       01 WS-FS-APPROB        PIC XX.
       01 WS-FS-CHEQUES       PIC XX.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-DECOUV        PIC XX.
       01 WS-SEPARATEUR       PIC X(60) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Champs passes a JOUR-OUVRE (calendrier des jours ouvres).
       01 WS-JRO-ACTION       PIC X(1).
       01 WS-JRO-DATE         PIC 9(8).
       01 WS-JRO-OUVRE        PIC X(1).
       01 WS-JOUR-ENTIER      PIC 9(7) VALUE 0.

      *>   Les 30 jours ouvres de l'horizon et leurs flux.
       01 WS-PRV-NB-JOURS     PIC 9(2) VALUE 30.
       01 WS-PRV-IDX          PIC 9(2) VALUE 0.
       01 WS-PRV-TABLE.
           05 WS-PRV-JOUR OCCURS 30 TIMES.
               10 WS-PRV-DATE     PIC 9(8).
               10 WS-PRV-SORTIES  PIC 9(9)V99.
               10 WS-PRV-ENTREES  PIC 9(9)V99.
               10 WS-PRV-NB-MVTS  PIC 9(5).

      *>   Mouvement a ranger : date (0 = premier jour), montant et
      *>   sens ('S' sortie, 'E' entree).
       01 WS-MVT-DATE         PIC 9(8) VALUE 0.
       01 WS-MVT-MONTANT      PIC 9(7)V99 VALUE 0.
       01 WS-MVT-SENS         PIC X(1).
       01 WS-MVT-RANGE        PIC X(1).

      *>   Seuil des sorties d'un jour au-dela duquel le jour est
      *>   signale (cle SEUIL-TRESORERIE, en centimes).
       01 WS-SEUIL-SORTIES    PIC 9(7)V99 VALUE 50000.
       01 WS-PRM-CLE          PIC X(20).
       01 WS-PRM-VALEUR       PIC X(20).
       01 WS-PRM-VALEUR-NUM   PIC 9(9).
       01 WS-PRM-TROUVE       PIC X(1).
       01 WS-PRM-NUMERIQUE    PIC X(1).

      *>   Champs eclates d'un ordre permanent.
       01 WS-ORD-COMPTE       PIC X(5).
       01 WS-ORD-DEST         PIC X(5).
       01 WS-ORD-MONTANT      PIC X(10).
       01 WS-ORD-FREQ         PIC X(1).
       01 WS-ORD-PROCHAINE    PIC X(8).
       01 WS-ORD-CLE          PIC X(2).
       01 WS-ORD-CLE-DEST     PIC X(2).
       01 WS-ORD-SUSPENDU     PIC X(1).
       01 WS-ORD-PROCH-NUM    PIC 9(8) VALUE 0.
       01 WS-ORD-ECHU-COMPTE  PIC X(1).
       01 WS-ORD-GARDE-FOU    PIC 9(3) VALUE 0.
       01 WS-PRO-ENTIER       PIC 9(7) VALUE 0.
       01 WS-PRO-ANNEE        PIC 9(4).
       01 WS-PRO-MOIS         PIC 9(2).
       01 WS-PRO-JOUR         PIC 9(2).
       01 WS-PRO-JOURS-MOIS   PIC 9(2).

      *>   Champs eclates d'une ligne de transaction en attente.
       01 WS-TRS-REF          PIC X(12).
       01 WS-TRS-COMPTE       PIC X(5).
       01 WS-TRS-TYPE         PIC X(1).
       01 WS-TRS-MONTANT      PIC X(12).
       01 WS-TRS-DEST         PIC X(5).
       01 WS-TRS-DATE-VALEUR  PIC X(8).

      *>   Champs eclates d'un cheque en attente de disponibilite.
       01 WS-CHQ-REF          PIC X(12).
       01 WS-CHQ-COMPTE       PIC X(5).
       01 WS-CHQ-MONTANT      PIC X(12).
       01 WS-CHQ-DATE-DISPO   PIC X(8).

      *>   Totaux par origine, repris en pied d'etat.
       01 WS-TOT-ORDRES       PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ATT-SORTIES  PIC 9(9)V99 VALUE 0.
       01 WS-TOT-ATT-ENTREES  PIC 9(9)V99 VALUE 0.
       01 WS-TOT-APPROB       PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CHEQUES      PIC 9(9)V99 VALUE 0.
       01 WS-NB-HORS-HORIZON  PIC 9(5) VALUE 0.
       01 WS-NB-ILLISIBLES    PIC 9(5) VALUE 0.
       01 WS-NB-JOURS-SEUIL   PIC 9(2) VALUE 0.

      *>   Position nette cumulee et editions.
       01 WS-NET-JOUR         PIC S9(9)V99 VALUE 0.
       01 WS-POSITION         PIC S9(10)V99 VALUE 0.
       01 WS-SORTIES-EDIT     PIC Z(8)9.99.
       01 WS-ENTREES-EDIT     PIC Z(8)9.99.
       01 WS-NET-EDIT         PIC -Z(8)9.99.
       01 WS-POSITION-EDIT    PIC -Z(9)9.99.
       01 WS-TOTAL-EDIT       PIC Z(8)9.99.
       01 WS-SEUIL-EDIT       PIC Z(6)9.99.
       01 WS-MARQUE           PIC X(3).

      *>   Comptes en decouvert : solde decoupe (meme logique que
      *>   RAPPORT-DECOUVERTS) et limite accordee, les limites
      *>   perimees valant zero.
       01 WS-RESTE            PIC X(150).
       01 WS-SOLDE-TEXTE      PIC X(12).
       01 WS-SOLDE-ENTIER     PIC 9(7) VALUE 0.
       01 WS-SOLDE-DECIMAL    PIC 9(2) VALUE 0.
       01 WS-SOLDE-SANS-SIGNE PIC X(12).
       01 WS-SOLDE-VAL        PIC S9(7)V99 VALUE 0.
       01 WS-STATUT-LU        PIC X(1).
       01 WS-UTILISE          PIC 9(7)V99 VALUE 0.
       01 WS-LIMITE-COMPTE    PIC 9(7)V99 VALUE 0.
       01 WS-DEC-ID-CHAR      PIC X(5).
       01 WS-DEC-LIM-TEXTE    PIC X(10).
       01 WS-DEC-FIN-TEXTE    PIC X(8).
       01 WS-DEC-FIN-NUM      PIC 9(8) VALUE 0.
       01 WS-DEC-LIM-ENTIER   PIC 9(7) VALUE 0.
       01 WS-DEC-LIM-DECIMAL  PIC 9(2) VALUE 0.
       01 WS-NB-DECOUVERTS    PIC 9(5) VALUE 0.
       01 WS-NB-DEPASSEMENTS  PIC 9(5) VALUE 0.
       01 WS-TOT-UTILISE      PIC 9(9)V99 VALUE 0.
       01 WS-TOT-MARGE        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-DEPASSEMENT  PIC 9(9)V99 VALUE 0.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "PREVISION-TRESO".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a EDITION-ETAT (editeur d'etats partage :
      *>   pages de 60 lignes datees et numerotees, fichier
      *>   d'impression etat_<nom>.txt) : zones de la bonne taille,
      *>   pas des litteraux.
       01 WS-EDT-ACTION       PIC X(1).
       01 WS-EDT-NOM          PIC X(12).
       01 WS-EDT-TITRE        PIC X(60).
       01 WS-EDT-LIGNE        PIC X(132).

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "PREVISION DE TRESORERIE - 30 JOURS OUVRES"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           PERFORM LIRE-CONFIGURATION
           PERFORM PREPARER-HORIZON

           PERFORM PROJETER-ORDRES
           PERFORM PROJETER-ATTENTE
           PERFORM PROJETER-APPROBATIONS
           PERFORM PROJETER-CHEQUES
           PERFORM RELEVER-DECOUVERTS

           PERFORM IMPRIMER-PREVISION

           MOVE WS-POSITION TO WS-POSITION-EDIT
           DISPLAY "Horizon du " WS-PRV-DATE (1) " au "
                   WS-PRV-DATE (WS-PRV-NB-JOURS)
           DISPLAY "Position nette en fin d'horizon : "
                   WS-POSITION-EDIT
           DISPLAY "Jours au-dela du seuil          : "
                   WS-NB-JOURS-SEUIL
           DISPLAY "Mouvements hors horizon         : "
                   WS-NB-HORS-HORIZON
           DISPLAY "Lignes illisibles ignorees      : "
                   WS-NB-ILLISIBLES
           DISPLAY WS-SEPARATEUR
           GOBACK.

       *>--------------------------------------------------------------
       LIRE-CONFIGURATION.
           MOVE "SEUIL-TRESORERIE" TO WS-PRM-CLE
           CALL "LIRE-PARAM" USING WS-PRM-CLE WS-PRM-VALEUR
                WS-PRM-VALEUR-NUM WS-PRM-TROUVE WS-PRM-NUMERIQUE
           IF WS-PRM-TROUVE = 'Y' AND WS-PRM-NUMERIQUE = 'Y'
              COMPUTE WS-SEUIL-SORTIES = WS-PRM-VALEUR-NUM / 100
           END-IF.

       *>--------------------------------------------------------------
       PREPARER-HORIZON.
      *>   Premier jour : la journee d'exploitation, ou le jour ouvre
      *>   suivant si elle est fermee ; chaque jour suivant est le
      *>   premier jour ouvre apres le precedent.
           MOVE WS-DATE-JOUR TO WS-JRO-DATE
           MOVE 'S' TO WS-JRO-ACTION
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                    UNTIL WS-PRV-IDX > WS-PRV-NB-JOURS
               CALL "JOUR-OUVRE" USING WS-JRO-ACTION WS-JRO-DATE
                    WS-JRO-OUVRE
               MOVE WS-JRO-DATE TO WS-PRV-DATE (WS-PRV-IDX)
               MOVE 0 TO WS-PRV-SORTIES (WS-PRV-IDX)
               MOVE 0 TO WS-PRV-ENTREES (WS-PRV-IDX)
               MOVE 0 TO WS-PRV-NB-MVTS (WS-PRV-IDX)
               COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE (WS-JRO-DATE) + 1
               COMPUTE WS-JRO-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-JOUR-ENTIER)
           END-PERFORM.

       *>--------------------------------------------------------------
       RANGER-MOUVEMENT.
      *>   Le mouvement tombe sur le premier jour de l'horizon qui
      *>   n'est pas avant sa date : un jour ferme renvoie au jour
      *>   ouvre suivant, une date echue au premier jour. Au-dela du
      *>   dernier jour, il est seulement compte.
           MOVE 'N' TO WS-MVT-RANGE
           IF WS-MVT-DATE <= WS-PRV-DATE (1)
               MOVE 1 TO WS-PRV-IDX
           ELSE
               PERFORM VARYING WS-PRV-IDX FROM 2 BY 1
                        UNTIL WS-PRV-IDX > WS-PRV-NB-JOURS
                           OR WS-MVT-DATE <= WS-PRV-DATE (WS-PRV-IDX)
                   CONTINUE
               END-PERFORM
           END-IF
           IF WS-PRV-IDX > WS-PRV-NB-JOURS
               ADD 1 TO WS-NB-HORS-HORIZON
               EXIT PARAGRAPH
           END-IF
           IF WS-MVT-SENS = 'S'
               ADD WS-MVT-MONTANT TO WS-PRV-SORTIES (WS-PRV-IDX)
           ELSE
               ADD WS-MVT-MONTANT TO WS-PRV-ENTREES (WS-PRV-IDX)
           END-IF
           ADD 1 TO WS-PRV-NB-MVTS (WS-PRV-IDX)
           MOVE 'Y' TO WS-MVT-RANGE.

       *>--------------------------------------------------------------
       PROJETER-ORDRES.
           OPEN INPUT ORDRES-FILE
           IF WS-FS-ORDRES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ORDRES-FILE
               AT END MOVE "10" TO WS-FS-ORDRES
           END-READ
           PERFORM UNTIL WS-FS-ORDRES = "10"
               IF ORDRE-LIGNE NOT = SPACES
                   PERFORM PROJETER-UN-ORDRE
               END-IF
               READ ORDRES-FILE
                   AT END MOVE "10" TO WS-FS-ORDRES
               END-READ
           END-PERFORM
           CLOSE ORDRES-FILE.

       *>--------------------------------------------------------------
       PROJETER-UN-ORDRE.
      *>   Chaque echeance de l'horizon compte ; des echeances deja
      *>   passees (chaine du soir pas encore passee) ne comptent
      *>   qu'une fois, sur le premier jour, puisque
      *>   ORDRES-PERMANENTS n'en emet qu'une par passage.
           MOVE SPACES TO WS-ORD-COMPTE WS-ORD-DEST WS-ORD-MONTANT
           MOVE SPACES TO WS-ORD-FREQ WS-ORD-PROCHAINE
           MOVE SPACES TO WS-ORD-CLE WS-ORD-CLE-DEST WS-ORD-SUSPENDU
           UNSTRING ORDRE-LIGNE DELIMITED BY "|"
               INTO WS-ORD-COMPTE WS-ORD-DEST WS-ORD-MONTANT
                    WS-ORD-FREQ WS-ORD-PROCHAINE WS-ORD-CLE
                    WS-ORD-CLE-DEST WS-ORD-SUSPENDU
           END-UNSTRING
           IF WS-ORD-SUSPENDU = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-ORD-PROCHAINE NOT NUMERIC OR
              FUNCTION TEST-NUMVAL (WS-ORD-MONTANT) NOT = 0 OR
              (WS-ORD-FREQ NOT = 'J' AND WS-ORD-FREQ NOT = 'H' AND
               WS-ORD-FREQ NOT = 'M')
               ADD 1 TO WS-NB-ILLISIBLES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MVT-MONTANT = FUNCTION NUMVAL (WS-ORD-MONTANT)
           MOVE 'S' TO WS-MVT-SENS
           MOVE WS-ORD-PROCHAINE TO WS-ORD-PROCH-NUM
           MOVE 'N' TO WS-ORD-ECHU-COMPTE
           MOVE 0 TO WS-ORD-GARDE-FOU
           PERFORM UNTIL WS-ORD-PROCH-NUM >
                         WS-PRV-DATE (WS-PRV-NB-JOURS)
                      OR WS-ORD-GARDE-FOU > 400
               ADD 1 TO WS-ORD-GARDE-FOU
               IF WS-ORD-PROCH-NUM >= WS-DATE-JOUR OR
                  WS-ORD-ECHU-COMPTE = 'N'
                   MOVE WS-ORD-PROCH-NUM TO WS-MVT-DATE
                   PERFORM RANGER-MOUVEMENT
                   ADD WS-MVT-MONTANT TO WS-TOT-ORDRES
                   IF WS-ORD-PROCH-NUM < WS-DATE-JOUR
                       MOVE 'Y' TO WS-ORD-ECHU-COMPTE
                   END-IF
               END-IF
               PERFORM AVANCER-PROCHAINE-DATE
           END-PERFORM.

       *>--------------------------------------------------------------
       AVANCER-PROCHAINE-DATE.
      *>   Memes regles que AVANCER-PROCHAINE-DATE dans
      *>   ORDRES-PERMANENTS : 'J' = +1 jour, 'H' = +7 jours, 'M' =
      *>   +1 mois avec le jour ramene a la fin du mois s'il deborde.
           EVALUATE WS-ORD-FREQ
               WHEN 'J'
                   COMPUTE WS-PRO-ENTIER = FUNCTION INTEGER-OF-DATE
                       (WS-ORD-PROCH-NUM) + 1
                   COMPUTE WS-ORD-PROCH-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-PRO-ENTIER)
               WHEN 'H'
                   COMPUTE WS-PRO-ENTIER = FUNCTION INTEGER-OF-DATE
                       (WS-ORD-PROCH-NUM) + 7
                   COMPUTE WS-ORD-PROCH-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-PRO-ENTIER)
               WHEN 'M'
                   MOVE WS-ORD-PROCH-NUM (1:4) TO WS-PRO-ANNEE
                   MOVE WS-ORD-PROCH-NUM (5:2) TO WS-PRO-MOIS
                   MOVE WS-ORD-PROCH-NUM (7:2) TO WS-PRO-JOUR
                   ADD 1 TO WS-PRO-MOIS
                   IF WS-PRO-MOIS > 12
                       MOVE 1 TO WS-PRO-MOIS
                       ADD 1 TO WS-PRO-ANNEE
                   END-IF
                   PERFORM CALCULER-JOURS-DU-MOIS
                   IF WS-PRO-JOUR > WS-PRO-JOURS-MOIS
                       MOVE WS-PRO-JOURS-MOIS TO WS-PRO-JOUR
                   END-IF
                   COMPUTE WS-ORD-PROCH-NUM = WS-PRO-ANNEE * 10000
                       + WS-PRO-MOIS * 100 + WS-PRO-JOUR
           END-EVALUATE.

       *>--------------------------------------------------------------
       CALCULER-JOURS-DU-MOIS.
           EVALUATE WS-PRO-MOIS
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-PRO-JOURS-MOIS
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-PRO-JOURS-MOIS
               WHEN OTHER
                   IF FUNCTION MOD (WS-PRO-ANNEE, 400) = 0 OR
                      (FUNCTION MOD (WS-PRO-ANNEE, 4) = 0 AND
                       FUNCTION MOD (WS-PRO-ANNEE, 100) NOT = 0)
                       MOVE 29 TO WS-PRO-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-PRO-JOURS-MOIS
                   END-IF
           END-EVALUATE.

       *>--------------------------------------------------------------
       PROJETER-ATTENTE.
           OPEN INPUT ATTENTE-FILE
           IF WS-FS-ATTENTE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ ATTENTE-FILE
               AT END MOVE "10" TO WS-FS-ATTENTE
           END-READ
           PERFORM UNTIL WS-FS-ATTENTE = "10"
               IF ATTENTE-LIGNE NOT = SPACES
                   PERFORM ECLATER-TRANSACTION-ATTENTE
                   PERFORM PROJETER-TRANSACTION
                   IF WS-MVT-RANGE = 'Y'
                       IF WS-MVT-SENS = 'S'
                           ADD WS-MVT-MONTANT TO WS-TOT-ATT-SORTIES
                       ELSE
                           ADD WS-MVT-MONTANT TO WS-TOT-ATT-ENTREES
                       END-IF
                   END-IF
               END-IF
               READ ATTENTE-FILE
                   AT END MOVE "10" TO WS-FS-ATTENTE
               END-READ
           END-PERFORM
           CLOSE ATTENTE-FILE.

       *>--------------------------------------------------------------
       ECLATER-TRANSACTION-ATTENTE.
           MOVE SPACES TO WS-TRS-REF WS-TRS-COMPTE WS-TRS-TYPE
           MOVE SPACES TO WS-TRS-MONTANT WS-TRS-DEST WS-TRS-DATE-VALEUR
           UNSTRING ATTENTE-LIGNE DELIMITED BY "|"
               INTO WS-TRS-REF WS-TRS-COMPTE WS-TRS-TYPE
                    WS-TRS-MONTANT WS-TRS-DEST WS-TRS-DATE-VALEUR
           END-UNSTRING.

       *>--------------------------------------------------------------
       PROJETER-TRANSACTION.
      *>   Debits D, V, X, P en sortie, credits C, Q en entree ; les
      *>   annulations et rejets de cheque (A, B) ne deplacent pas de
      *>   fonds. Sans date de valeur, le mouvement tombe sur le
      *>   premier jour.
           MOVE 'N' TO WS-MVT-RANGE
           EVALUATE WS-TRS-TYPE
               WHEN 'D'
               WHEN 'V'
               WHEN 'X'
               WHEN 'P'
                   MOVE 'S' TO WS-MVT-SENS
               WHEN 'C'
               WHEN 'Q'
                   MOVE 'E' TO WS-MVT-SENS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TEST-NUMVAL (WS-TRS-MONTANT) NOT = 0
               ADD 1 TO WS-NB-ILLISIBLES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MVT-MONTANT = FUNCTION NUMVAL (WS-TRS-MONTANT)
           MOVE 0 TO WS-MVT-DATE
           IF WS-TRS-DATE-VALEUR IS NUMERIC
               MOVE WS-TRS-DATE-VALEUR TO WS-MVT-DATE
           END-IF
           PERFORM RANGER-MOUVEMENT.

       *>--------------------------------------------------------------
       PROJETER-APPROBATIONS.
      *>   Meme disposition que les lignes en attente de date de
      *>   valeur : un gros debit parque pour le second regard est
      *>   une sortie a prevoir des qu'il sera approuve.
           OPEN INPUT APPROB-FILE
           IF WS-FS-APPROB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ APPROB-FILE
               AT END MOVE "10" TO WS-FS-APPROB
           END-READ
           PERFORM UNTIL WS-FS-APPROB = "10"
               IF APPROB-LIGNE NOT = SPACES
                   MOVE APPROB-LIGNE TO ATTENTE-LIGNE
                   PERFORM ECLATER-TRANSACTION-ATTENTE
                   PERFORM PROJETER-TRANSACTION
                   IF WS-MVT-RANGE = 'Y' AND WS-MVT-SENS = 'S'
                       ADD WS-MVT-MONTANT TO WS-TOT-APPROB
                   END-IF
               END-IF
               READ APPROB-FILE
                   AT END MOVE "10" TO WS-FS-APPROB
               END-READ
           END-PERFORM
           CLOSE APPROB-FILE.

       *>--------------------------------------------------------------
       PROJETER-CHEQUES.
      *>   Un cheque remis est deja au solde du client, mais ses
      *>   fonds n'arrivent qu'a la date de disponibilite : entree a
      *>   cette date.
           OPEN INPUT CHEQUES-FILE
           IF WS-FS-CHEQUES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CHEQUES-FILE
               AT END MOVE "10" TO WS-FS-CHEQUES
           END-READ
           PERFORM UNTIL WS-FS-CHEQUES = "10"
               IF CHEQUE-LIGNE NOT = SPACES
                   PERFORM PROJETER-UN-CHEQUE
               END-IF
               READ CHEQUES-FILE
                   AT END MOVE "10" TO WS-FS-CHEQUES
               END-READ
           END-PERFORM
           CLOSE CHEQUES-FILE.

       *>--------------------------------------------------------------
       PROJETER-UN-CHEQUE.
           MOVE SPACES TO WS-CHQ-REF WS-CHQ-COMPTE WS-CHQ-MONTANT
           MOVE SPACES TO WS-CHQ-DATE-DISPO
           UNSTRING CHEQUE-LIGNE DELIMITED BY "|"
               INTO WS-CHQ-REF WS-CHQ-COMPTE WS-CHQ-MONTANT
                    WS-CHQ-DATE-DISPO
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL (WS-CHQ-MONTANT) NOT = 0 OR
              WS-CHQ-DATE-DISPO NOT NUMERIC
               ADD 1 TO WS-NB-ILLISIBLES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MVT-MONTANT = FUNCTION NUMVAL (WS-CHQ-MONTANT)
           MOVE WS-CHQ-DATE-DISPO TO WS-MVT-DATE
           MOVE 'E' TO WS-MVT-SENS
           PERFORM RANGER-MOUVEMENT
           IF WS-MVT-RANGE = 'Y'
               ADD WS-MVT-MONTANT TO WS-TOT-CHEQUES
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-DECOUVERTS.
           OPEN INPUT CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "RELEVER-DECOUVERTS" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT         TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FS-ID-CLIENT
           START CLIENT-FILE KEY IS NOT LESS THAN FS-ID-CLIENT
               INVALID KEY MOVE "10" TO WS-FS-CLIENT
           END-START
           PERFORM UNTIL WS-FS-CLIENT = "10"
               READ CLIENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CLIENT
                   NOT AT END
                       IF WS-FS-CLIENT = "00"
                           PERFORM EXAMINER-DECOUVERT
                       ELSE
                           DISPLAY "Erreur lecture : " WS-FS-CLIENT
                           MOVE "10" TO WS-FS-CLIENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENT-FILE.

       *>--------------------------------------------------------------
       EXAMINER-DECOUVERT.
           MOVE SPACES TO WS-SOLDE-TEXTE WS-STATUT-LU
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-RESTE WS-SOLDE-TEXTE WS-STATUT-LU
           END-UNSTRING
           IF WS-SOLDE-TEXTE (1:1) NOT = '-'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SOLDE-TEXTE (2:) TO WS-SOLDE-SANS-SIGNE
           MOVE 0 TO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           UNSTRING WS-SOLDE-SANS-SIGNE DELIMITED BY "."
               INTO WS-SOLDE-ENTIER WS-SOLDE-DECIMAL
           END-UNSTRING
           COMPUTE WS-UTILISE =
               WS-SOLDE-ENTIER + (WS-SOLDE-DECIMAL / 100)
           IF WS-UTILISE = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NB-DECOUVERTS
           ADD WS-UTILISE TO WS-TOT-UTILISE
           PERFORM CHERCHER-LIMITE-COMPTE
           IF WS-LIMITE-COMPTE > WS-UTILISE
               COMPUTE WS-TOT-MARGE =
                   WS-TOT-MARGE + WS-LIMITE-COMPTE - WS-UTILISE
           END-IF
           IF WS-UTILISE > WS-LIMITE-COMPTE
               ADD 1 TO WS-NB-DEPASSEMENTS
               COMPUTE WS-TOT-DEPASSEMENT =
                   WS-TOT-DEPASSEMENT + WS-UTILISE - WS-LIMITE-COMPTE
           END-IF.

       *>--------------------------------------------------------------
       CHERCHER-LIMITE-COMPTE.
      *>   Limite du compte en cours, les limites perimees valant
      *>   zero -- memes regles que dans RAPPORT-DECOUVERTS.
           MOVE 0 TO WS-LIMITE-COMPTE
           OPEN INPUT DECOUVERTS-FILE
           IF WS-FS-DECOUV = "00"
               READ DECOUVERTS-FILE
                   AT END MOVE "10" TO WS-FS-DECOUV
               END-READ
               PERFORM UNTIL WS-FS-DECOUV = "10"
                   PERFORM EXAMINER-LIGNE-DECOUVERT
                   READ DECOUVERTS-FILE
                       AT END MOVE "10" TO WS-FS-DECOUV
                   END-READ
               END-PERFORM
               CLOSE DECOUVERTS-FILE
           END-IF.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-DECOUVERT.
           IF DECOUV-LIGNE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE
           MOVE SPACES TO WS-DEC-FIN-TEXTE
           UNSTRING DECOUV-LIGNE DELIMITED BY "|"
               INTO WS-DEC-ID-CHAR WS-DEC-LIM-TEXTE WS-DEC-FIN-TEXTE
           END-UNSTRING
           IF FUNCTION TRIM (WS-DEC-ID-CHAR) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL (WS-DEC-ID-CHAR) NOT = FS-ID-CLIENT
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-FIN-TEXTE NOT = SPACES
               IF WS-DEC-FIN-TEXTE IS NUMERIC
                   MOVE WS-DEC-FIN-TEXTE TO WS-DEC-FIN-NUM
                   IF WS-DEC-FIN-NUM < WS-DATE-JOUR
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO WS-DEC-LIM-ENTIER
           MOVE 0 TO WS-DEC-LIM-DECIMAL
           UNSTRING WS-DEC-LIM-TEXTE DELIMITED BY "."
               INTO WS-DEC-LIM-ENTIER WS-DEC-LIM-DECIMAL
           END-UNSTRING
           IF WS-DEC-LIM-ENTIER IS NUMERIC AND
              WS-DEC-LIM-DECIMAL IS NUMERIC
               COMPUTE WS-LIMITE-COMPTE =
                   WS-DEC-LIM-ENTIER + (WS-DEC-LIM-DECIMAL / 100)
           END-IF.

       *>--------------------------------------------------------------
       IMPRIMER-PREVISION.
           MOVE 'O' TO WS-EDT-ACTION
           MOVE "TRESORERIE" TO WS-EDT-NOM
           MOVE "PREVISION DE TRESORERIE - 30 JOURS OUVRES"
                TO WS-EDT-TITRE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-SEUIL-SORTIES TO WS-SEUIL-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "Seuil des sorties d'un jour : " DELIMITED BY SIZE
                  WS-SEUIL-EDIT DELIMITED BY SIZE
                  "  (<<< = jour au-dela du seuil)" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           STRING "DATE      MVTS      SORTIES       ENTREES"
                  DELIMITED BY SIZE
                  "    NET DU JOUR   POSITION CUMULEE" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE 0 TO WS-POSITION
           MOVE 0 TO WS-NB-JOURS-SEUIL
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                    UNTIL WS-PRV-IDX > WS-PRV-NB-JOURS
               PERFORM IMPRIMER-JOUR
           END-PERFORM

           PERFORM IMPRIMER-TOTAUX
           PERFORM IMPRIMER-DECOUVERTS

           MOVE 'F' TO WS-EDT-ACTION
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-JOUR.
           COMPUTE WS-NET-JOUR = WS-PRV-ENTREES (WS-PRV-IDX)
                               - WS-PRV-SORTIES (WS-PRV-IDX)
           ADD WS-NET-JOUR TO WS-POSITION
           MOVE SPACES TO WS-MARQUE
           IF WS-PRV-SORTIES (WS-PRV-IDX) > WS-SEUIL-SORTIES
               MOVE "<<<" TO WS-MARQUE
               ADD 1 TO WS-NB-JOURS-SEUIL
           END-IF
           MOVE WS-PRV-SORTIES (WS-PRV-IDX) TO WS-SORTIES-EDIT
           MOVE WS-PRV-ENTREES (WS-PRV-IDX) TO WS-ENTREES-EDIT
           MOVE WS-NET-JOUR TO WS-NET-EDIT
           MOVE WS-POSITION TO WS-POSITION-EDIT
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           STRING WS-PRV-DATE (WS-PRV-IDX)    DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-PRV-NB-MVTS (WS-PRV-IDX) DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-SORTIES-EDIT             DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-ENTREES-EDIT             DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-NET-EDIT                 DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-POSITION-EDIT            DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-MARQUE                   DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-TOTAUX.
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE "ORIGINE DES FLUX SUR L'HORIZON" TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-TOT-ORDRES TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Ordres permanents (sorties)     : "
                  DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-TOT-ATT-SORTIES TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Dates de valeur (sorties)       : "
                  DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-TOT-APPROB TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Debits au second regard         : "
                  DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-TOT-ATT-ENTREES TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Dates de valeur (entrees)       : "
                  DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-TOT-CHEQUES TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Cheques a disponibilite (entrees): "
                  DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Mouvements au-dela de l'horizon : "
                  DELIMITED BY SIZE
                  WS-NB-HORS-HORIZON DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.

       *>--------------------------------------------------------------
       IMPRIMER-DECOUVERTS.
           MOVE 'D' TO WS-EDT-ACTION
           MOVE SPACES TO WS-EDT-LIGNE
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "COMPTES EN DECOUVERT : " DELIMITED BY SIZE
                  WS-NB-DECOUVERTS DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-TOT-UTILISE TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Encours tire                    : "
                  DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-TOT-MARGE TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Marge encore tirable (sorties possibles) : "
                  DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE

           MOVE WS-TOT-DEPASSEMENT TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-EDT-LIGNE
           STRING "  Depassements au-dela des limites : "
                  DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  " sur " DELIMITED BY SIZE
                  WS-NB-DEPASSEMENTS DELIMITED BY SIZE
                  " compte(s)" DELIMITED BY SIZE
                  INTO WS-EDT-LIGNE
           END-STRING
           CALL "EDITION-ETAT" USING WS-EDT-ACTION WS-EDT-NOM
                WS-EDT-TITRE WS-EDT-LIGNE.
