       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELEVEMENTS-ENTREE.

      *----------------------------------------------------------------
      * Nom du programme : PRELEVEMENTS-ENTREE
      * Description    : Traduction du fichier des prelevements recu
      *                  de la chambre de compensation (pendant de
      *                  TRAD-COMPENSATION pour les debits a
      *                  l'initiative des creanciers) -- lit le format
      *                  fixe prelevements_entree.txt (reference
      *                  externe, creancier, reference du mandat RUM,
      *                  montant en centimes implicites, date
      *                  d'echeance), controle le mandat au registre
      *                  via LIRE-MANDAT (present, actif, meme
      *                  creancier, signe avant l'echeance) et ajoute
      *                  un debit 'D' au lot transactions.txt, en-tete
      *                  H et pied T recalcules. Chaque debit emis est
      *                  note dans prelevements_presentes.txt : le
      *                  lendemain de MAJ-SOLDE, RETOURS-PRELEVEMENTS
      *                  y retrouve ceux qui ont ete rejetes. Un
      *                  prelevement sans mandat valable repart tout
      *                  de suite a la chambre dans
      *                  prelevements_retour.txt avec son code motif.
      *                  Le fichier recu est vide en fin de passage.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRELEVEMENTS-FILE
              ASSIGN TO "prelevements_entree.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PREL.

           SELECT PRESENTES-FILE
              ASSIGN TO "prelevements_presentes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PRESENTES.

           SELECT RETOUR-FILE
              ASSIGN TO "prelevements_retour.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-RETOUR.

           SELECT TRANSACTIONS-FILE
              ASSIGN TO "transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS.

           SELECT TRANS-TRV-FILE
              ASSIGN TO "transactions.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS-TRV.

      *>   Serie des references de prelevement : meme principe que
      *>   compensation_control.txt.
           SELECT REF-CONTROL-FILE
              ASSIGN TO "prelevements_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

       DATA DIVISION.
       FILE SECTION.
      *>   Format fixe de la chambre : reference (12), creancier (13),
      *>   RUM (12), montant en centimes implicites (11), echeance (8).
       FD PRELEVEMENTS-FILE.
       01 PREL-REC.
           05 PREL-REF-EXT    PIC X(12).
           05 PREL-CREANCIER  PIC X(13).
           05 PREL-RUM        PIC X(12).
           05 PREL-MONTANT    PIC 9(9)V99.
           05 PREL-DATE       PIC 9(8).

      *>   "REF|REF-EXT|CREANCIER|RUM|COMPTE|MONTANT|ECHEANCE" : un
      *>   debit emis au lot, en attente de son sort chez MAJ-SOLDE.
       FD PRESENTES-FILE.
       01 PRESENTE-LIGNE PIC X(80).

      *>   Retour a la chambre : l'enregistrement recu tel quel suivi
      *>   du code motif normalise (4).
       FD RETOUR-FILE.
       01 RETOUR-REC.
           05 RET-PRELEVEMENT PIC X(56).
           05 RET-MOTIF       PIC X(4).

       FD TRANSACTIONS-FILE.
       01 TRANS-LIGNE PIC X(80).

       FD TRANS-TRV-FILE.
       01 TRANS-TRV-LIGNE PIC X(80).

       FD REF-CONTROL-FILE.
       01 LIGNE-REF-CTL PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-FS-PREL          PIC XX.
       01 WS-FS-PRESENTES     PIC XX.
       01 WS-FS-RETOUR        PIC XX.
       01 WS-FS-TRANS         PIC XX.
       01 WS-FS-TRANS-TRV     PIC XX.
       01 WS-FS-REF-CTL       PIC XX.
       01 WS-SEPARATEUR       PIC X(50) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Lot en reconstruction : en-tete, compteur et totaux du
      *>   pied -- memes regles que TRAD-COMPENSATION.
       01 WS-DATE-LOT         PIC X(8).
      *>   Agence de l'en-tete ("H|AAAAMMJJ|AGE"), reportee telle
      *>   quelle ; un lot sans agence le reste.
       01 WS-AGENCE-LOT       PIC X(3) VALUE SPACES.
       01 WS-ENTETE-VUE       PIC X(1) VALUE 'N'.
       01 WS-NB-DETAILS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CRED-EDIT    PIC 9(9).99.
       01 WS-TOT-DEB-EDIT     PIC 9(9).99.

       01 WS-DET-REF          PIC X(10).
       01 WS-DET-ID           PIC X(5).
       01 WS-DET-TYPE         PIC X(1).
       01 WS-DET-MONTANT      PIC X(10).
       01 WS-DET-MONT-ENT     PIC 9(9) VALUE 0.
       01 WS-DET-MONT-DEC     PIC 9(2) VALUE 0.
       01 WS-DET-MONT-VAL     PIC 9(9)V99 VALUE 0.

      *>   Champs passes a LIRE-MANDAT (registre des mandats).
       01 WS-LMD-COMPTE       PIC 9(5).
       01 WS-LMD-CREANCIER    PIC X(13).
       01 WS-LMD-SIGNATURE    PIC 9(8).
       01 WS-LMD-ETAT         PIC X(1).
       01 WS-LMD-TROUVE       PIC X(1).

       01 WS-MONTANT-EDIT     PIC 9(7).99.
       01 WS-MONTANT-VAL      PIC 9(7)V99 VALUE 0.

      *>   Reference "PEnnnnnnnn" attribuee a chaque debit emis.
       01 WS-REF-COURANTE     PIC 9(8) VALUE 0.
       01 WS-REF-EMISE        PIC X(10).

      *>   Codes motif de retour normalises de la chambre : FF01
      *>   enregistrement illisible, MD01 pas de mandat valable
      *>   (absent, revoque, autre creancier, signe apres
      *>   l'echeance). Les motifs des rejets de MAJ-SOLDE sont
      *>   traduits par RETOURS-PRELEVEMENTS.
       01 WS-MOTIF-RETOUR     PIC X(4).
       01 WS-NB-LUES          PIC 9(5) VALUE 0.
       01 WS-NB-EMIS          PIC 9(5) VALUE 0.
       01 WS-NB-RETOURNES     PIC 9(5) VALUE 0.

      *>   Champs passes a JOURNAL-EXEC (historique des executions) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-JEX-PROGRAMME    PIC X(15).
       01 WS-JEX-EVENEMENT    PIC X(1).
       01 WS-JEX-RC           PIC 9(4) VALUE 0.
       01 WS-JEX-COMPTEURS.
           05 WS-JEX-COMPTEUR-1 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.

      *>   Arguments de CLE-RIB (pose des cles RIB sur la
      *>   ligne du lot).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'L'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "TRADUCTION DES PRELEVEMENTS DE LA CHAMBRE"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO WS-DATE-LOT

           OPEN INPUT PRELEVEMENTS-FILE
           IF WS-FS-PREL NOT = "00"
               DISPLAY "Aucun fichier de prelevements "
                       "(prelevements_entree.txt) -- rien a faire"
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           PERFORM RELEVER-LOT-EXISTANT
           PERFORM LIRE-REFERENCE-CONTROLE
           PERFORM OUVRIR-PRESENTES
           PERFORM OUVRIR-RETOURS

           READ PRELEVEMENTS-FILE
               AT END MOVE "10" TO WS-FS-PREL
           END-READ
           PERFORM UNTIL WS-FS-PREL = "10"
               IF PREL-REC NOT = SPACES
                   ADD 1 TO WS-NB-LUES
                   PERFORM TRADUIRE-PRELEVEMENT
               END-IF
               READ PRELEVEMENTS-FILE
                   AT END MOVE "10" TO WS-FS-PREL
               END-READ
           END-PERFORM
           CLOSE PRELEVEMENTS-FILE
           CLOSE PRESENTES-FILE
           CLOSE RETOUR-FILE

           PERFORM ECRIRE-REFERENCE-CONTROLE
           PERFORM REECRIRE-LOT
           PERFORM VIDER-FICHIER-PRELEVEMENTS

           DISPLAY WS-SEPARATEUR
           DISPLAY "Prelevements recus         : " WS-NB-LUES
           DISPLAY "Debits emis au lot         : " WS-NB-EMIS
           DISPLAY "Retournes a la chambre     : " WS-NB-RETOURNES
           DISPLAY WS-SEPARATEUR
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       RELEVER-LOT-EXISTANT.
      *>   Les lignes deja presentes du lot sont copiees dans le
      *>   fichier de travail, pied exclu, et leurs totaux recomptes
      *>   -- meme logique que TRAD-COMPENSATION.
           MOVE 'N' TO WS-ENTETE-VUE
           MOVE 0 TO WS-NB-DETAILS
           MOVE 0 TO WS-TOTAL-CREDITS
           MOVE 0 TO WS-TOTAL-DEBITS
           OPEN OUTPUT TRANS-TRV-FILE
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-FS-TRANS = "00"
               READ TRANSACTIONS-FILE
                   AT END MOVE "10" TO WS-FS-TRANS
               END-READ
               PERFORM UNTIL WS-FS-TRANS = "10"
                   PERFORM RELEVER-LIGNE-LOT
                   READ TRANSACTIONS-FILE
                       AT END MOVE "10" TO WS-FS-TRANS
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-LIGNE-LOT.
           IF TRANS-LIGNE = SPACES OR TRANS-LIGNE (1:2) = "T|"
               CONTINUE
           ELSE
               IF TRANS-LIGNE (1:2) = "H|"
                   MOVE 'Y' TO WS-ENTETE-VUE
                   MOVE TRANS-LIGNE (3:8) TO WS-DATE-LOT
                   IF TRANS-LIGNE (11:1) = "|"
                       MOVE TRANS-LIGNE (12:3) TO WS-AGENCE-LOT
                   END-IF
               ELSE
                   ADD 1 TO WS-NB-DETAILS
                   PERFORM CUMULER-DETAIL-EXISTANT
                   MOVE TRANS-LIGNE TO TRANS-TRV-LIGNE
                   WRITE TRANS-TRV-LIGNE
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       CUMULER-DETAIL-EXISTANT.
      *>   Meme regle que CUMULER-MONTANT-CONTROLE dans MAJ-SOLDE :
      *>   un montant illisible cumule zero.
           MOVE SPACES TO WS-DET-REF WS-DET-ID WS-DET-TYPE
           MOVE SPACES TO WS-DET-MONTANT
           UNSTRING TRANS-LIGNE DELIMITED BY "|"
               INTO WS-DET-REF WS-DET-ID WS-DET-TYPE WS-DET-MONTANT
           END-UNSTRING
           MOVE 0 TO WS-DET-MONT-VAL
           MOVE 0 TO WS-DET-MONT-ENT
           MOVE 0 TO WS-DET-MONT-DEC
           UNSTRING WS-DET-MONTANT DELIMITED BY "."
               INTO WS-DET-MONT-ENT WS-DET-MONT-DEC
           END-UNSTRING
           IF WS-DET-MONT-ENT IS NUMERIC AND
              WS-DET-MONT-DEC IS NUMERIC
               COMPUTE WS-DET-MONT-VAL =
                   WS-DET-MONT-ENT + (WS-DET-MONT-DEC / 100)
           END-IF
           IF WS-DET-TYPE = 'C' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'Q'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-CREDITS
           END-IF
           IF WS-DET-TYPE = 'D' OR WS-DET-TYPE = 'V' OR
              WS-DET-TYPE = 'X' OR WS-DET-TYPE = 'P'
               ADD WS-DET-MONT-VAL TO WS-TOTAL-DEBITS
           END-IF.

       *>--------------------------------------------------------------
       TRADUIRE-PRELEVEMENT.
      *>   Le mandat doit exister, etre actif, appartenir au creancier
      *>   qui preleve et avoir ete signe au plus tard a l'echeance ;
      *>   sinon le prelevement repart a la chambre (MD01).
           IF PREL-MONTANT NOT NUMERIC OR PREL-DATE NOT NUMERIC OR
              PREL-RUM = SPACES OR PREL-CREANCIER = SPACES
               MOVE "FF01" TO WS-MOTIF-RETOUR
               PERFORM RETOURNER-PRELEVEMENT
               EXIT PARAGRAPH
           END-IF

           CALL "LIRE-MANDAT" USING PREL-RUM WS-LMD-COMPTE
                WS-LMD-CREANCIER WS-LMD-SIGNATURE WS-LMD-ETAT
                WS-LMD-TROUVE
           IF WS-LMD-TROUVE = 'N' OR WS-LMD-ETAT NOT = 'A' OR
              WS-LMD-CREANCIER NOT = PREL-CREANCIER OR
              WS-LMD-SIGNATURE > PREL-DATE
               MOVE "MD01" TO WS-MOTIF-RETOUR
               PERFORM RETOURNER-PRELEVEMENT
           ELSE
               PERFORM EMETTRE-DEBIT
           END-IF.

       *>--------------------------------------------------------------
       EMETTRE-DEBIT.
           ADD 1 TO WS-REF-COURANTE
           MOVE SPACES TO WS-REF-EMISE
           STRING "PE" DELIMITED BY SIZE
                  WS-REF-COURANTE DELIMITED BY SIZE
                  INTO WS-REF-EMISE
           END-STRING
           MOVE PREL-MONTANT TO WS-MONTANT-VAL
           MOVE WS-MONTANT-VAL TO WS-MONTANT-EDIT

           MOVE SPACES TO TRANS-TRV-LIGNE
           STRING WS-REF-EMISE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LMD-COMPTE DELIMITED BY SIZE
                  "|D|" DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "||" DELIMITED BY SIZE
                  INTO TRANS-TRV-LIGNE
           END-STRING
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
           WRITE TRANS-TRV-LIGNE
           ADD 1 TO WS-NB-DETAILS
           ADD 1 TO WS-NB-EMIS
           ADD WS-MONTANT-VAL TO WS-TOTAL-DEBITS

           MOVE SPACES TO PRESENTE-LIGNE
           STRING WS-REF-EMISE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PREL-REF-EXT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PREL-CREANCIER DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PREL-RUM DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-LMD-COMPTE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  PREL-DATE DELIMITED BY SIZE
                  INTO PRESENTE-LIGNE
           END-STRING
           WRITE PRESENTE-LIGNE
           DISPLAY "Debit " WS-REF-EMISE " : mandat " PREL-RUM
                   " -> compte " WS-LMD-COMPTE.

       *>--------------------------------------------------------------
       RETOURNER-PRELEVEMENT.
      *>   WS-MOTIF-RETOUR arrive avec le code ; l'enregistrement de
      *>   la chambre repart tel quel devant lui.
           ADD 1 TO WS-NB-RETOURNES
           MOVE PREL-REC TO RET-PRELEVEMENT
           MOVE WS-MOTIF-RETOUR TO RET-MOTIF
           WRITE RETOUR-REC
           DISPLAY "Retour " PREL-REF-EXT " : mandat " PREL-RUM
                   " motif " WS-MOTIF-RETOUR.

       *>--------------------------------------------------------------
       OUVRIR-PRESENTES.
      *>   Meme idiome d'ajout que l'audit d'EX-GPT.
           OPEN INPUT PRESENTES-FILE
           IF WS-FS-PRESENTES = "00"
               CLOSE PRESENTES-FILE
               OPEN EXTEND PRESENTES-FILE
           ELSE
               OPEN OUTPUT PRESENTES-FILE
           END-IF.

       *>--------------------------------------------------------------
       OUVRIR-RETOURS.
      *>   Les retours s'accumulent jusqu'a l'envoi a la chambre,
      *>   ceux de RETOURS-PRELEVEMENTS compris.
           OPEN INPUT RETOUR-FILE
           IF WS-FS-RETOUR = "00"
               CLOSE RETOUR-FILE
               OPEN EXTEND RETOUR-FILE
           ELSE
               OPEN OUTPUT RETOUR-FILE
           END-IF.

       *>--------------------------------------------------------------
       VIDER-FICHIER-PRELEVEMENTS.
      *>   Le fichier recu est consomme une fois traduit, comme chez
      *>   TRAD-COMPENSATION : une relance ne represente pas les
      *>   memes prelevements sous de nouvelles references PE.
           OPEN OUTPUT PRELEVEMENTS-FILE
           CLOSE PRELEVEMENTS-FILE.

       *>--------------------------------------------------------------
       LIRE-REFERENCE-CONTROLE.
           MOVE 0 TO WS-REF-COURANTE
           OPEN INPUT REF-CONTROL-FILE
           IF WS-FS-REF-CTL = "00"
               READ REF-CONTROL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE LIGNE-REF-CTL TO WS-REF-COURANTE
               END-READ
               CLOSE REF-CONTROL-FILE
           END-IF.

       *>--------------------------------------------------------------
       ECRIRE-REFERENCE-CONTROLE.
           MOVE WS-REF-COURANTE TO LIGNE-REF-CTL
           OPEN OUTPUT REF-CONTROL-FILE
           WRITE LIGNE-REF-CTL
           CLOSE REF-CONTROL-FILE.

       *>--------------------------------------------------------------
       REECRIRE-LOT.
      *>   Le lot complet repart dans transactions.txt : en-tete H,
      *>   lignes de detail du fichier de travail, pied T recalcule --
      *>   meme logique que TRAD-COMPENSATION.
           CLOSE TRANS-TRV-FILE
           OPEN OUTPUT TRANSACTIONS-FILE
           MOVE SPACES TO TRANS-LIGNE
           STRING "H|" DELIMITED BY SIZE
                  WS-DATE-LOT DELIMITED BY SIZE
                  INTO TRANS-LIGNE
           END-STRING
           IF WS-AGENCE-LOT NOT = SPACES
               MOVE "|"           TO TRANS-LIGNE (11:1)
               MOVE WS-AGENCE-LOT TO TRANS-LIGNE (12:3)
           END-IF
           WRITE TRANS-LIGNE

           OPEN INPUT TRANS-TRV-FILE
           READ TRANS-TRV-FILE
               AT END MOVE "10" TO WS-FS-TRANS-TRV
           END-READ
           PERFORM UNTIL WS-FS-TRANS-TRV = "10"
               MOVE TRANS-TRV-LIGNE TO TRANS-LIGNE
               WRITE TRANS-LIGNE
               READ TRANS-TRV-FILE
                   AT END MOVE "10" TO WS-FS-TRANS-TRV
               END-READ
           END-PERFORM
           CLOSE TRANS-TRV-FILE

           MOVE WS-TOTAL-CREDITS TO WS-TOT-CRED-EDIT
           MOVE WS-TOTAL-DEBITS  TO WS-TOT-DEB-EDIT
           MOVE SPACES TO TRANS-LIGNE
           STRING "T|" DELIMITED BY SIZE
                  WS-NB-DETAILS DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TOT-CRED-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-TOT-DEB-EDIT DELIMITED BY SIZE
                  INTO TRANS-LIGNE
           END-STRING
           WRITE TRANS-LIGNE
           CLOSE TRANSACTIONS-FILE.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
           MOVE "PRELEV-ENTREE" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-LUES      TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-EMIS      TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-RETOURNES TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.
