       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOTS-TERME.

      *----------------------------------------------------------------
      * Nom du programme : DEPOTS-TERME
      * Description    : Vie des depots a terme du registre
      *                  comptes.txt (lignes de type 'T', voir
      *                  LIRE-DEPOT-TERME), sur le modele
      *                  d'ORDRES-PERMANENTS : les mouvements partent
      *                  dans le lot du jour (references prises dans
      *                  la serie depots_control.txt, en-tete H et
      *                  pied T recalcules) et MAJ-SOLDE les applique
      *                  comme le reste du lot.
      *
      *                  - depot ouvert ('O') : un virement 'V' du
      *                    compte courant du titulaire vers le depot
      *                    pour le montant convenu, le depot passe en
      *                    vie ('V') ;
      *                  - depot en vie arrive a l'echeance : credit
      *                    'C' des interets (solde du depot x taux x
      *                    duree / 12), puis selon l'instruction
      *                    d'ouverture, renouvellement pour la meme
      *                    duree sur capital plus interets ('R'), ou
      *                    virement 'V' du tout vers le compte courant
      *                    du titulaire, le depot passant a l'etat
      *                    solde ('S').
      *
      *                  A l'echeance, la retenue a la source sur
      *                  les interets (voir RETENUE-SOURCE) est prise
      *                  sur le depot avec ses pieces au grand livre ;
      *                  le capital reverse ou renouvele en est net.
      *
      *                  La ligne du registre est tenue a jour en
      *                  place (reecriture par comptes.trv). Tourne en
      *                  soiree avant l'etape MAJ-SOLDE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-FILE
              ASSIGN TO "clients.csv"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FS-ID-CLIENT
              FILE STATUS IS WS-FS-CLIENT.

           SELECT COMPTES-FILE
              ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES.

           SELECT COMPTES-TRV-FILE
              ASSIGN TO "comptes.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTES-TRV.

           SELECT TRANSACTIONS-FILE
              ASSIGN TO "transactions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS.

           SELECT TRANS-TRV-FILE
              ASSIGN TO "transactions.trv"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TRANS-TRV.

           SELECT LIVRE-FILE
              ASSIGN TO "grand_livre.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIVRE.

      *>   Serie des references des depots a terme : meme principe
      *>   que ordres_control.txt pour les ordres permanents.
           SELECT REF-CONTROL-FILE
              ASSIGN TO "depots_control.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REF-CTL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENT-FILE
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FS-LIGNE-CLIENT.
       01 FS-LIGNE-CLIENT.
           05 FS-ID-CLIENT      PIC 9(5).
           05 FS-SEPARATEUR-1   PIC X(1).
           05 FS-DONNEES-CLIENT PIC X(194).

       FD COMPTES-FILE.
       01 COMPTE-LIGNE PIC X(60).

       FD COMPTES-TRV-FILE.
       01 COMPTE-TRV-LIGNE PIC X(60).

       FD TRANSACTIONS-FILE.
       01 TRANS-LIGNE PIC X(80).

       FD TRANS-TRV-FILE.
       01 TRANS-TRV-LIGNE PIC X(80).

       FD REF-CONTROL-FILE.
       01 LIGNE-REF-CTL PIC 9(8).

      *>   Meme format que ECRIRE-GRAND-LIVRE dans MAJ-SOLDE :
      *>   "COMPTE|SEQUENCE|DATE|TYPE|MONTANT|SOLDE AVANT|SOLDE APRES".
       FD LIVRE-FILE.
       01 LIVRE-LIGNE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FS-CLIENT        PIC XX.
       01 WS-FS-COMPTES       PIC XX.
       01 WS-FS-COMPTES-TRV   PIC XX.
       01 WS-FS-TRANS         PIC XX.
       01 WS-FS-TRANS-TRV     PIC XX.
       01 WS-FS-REF-CTL       PIC XX.
       01 WS-FS-LIVRE         PIC XX.
       01 WS-SEPARATEUR       PIC X(40) VALUE ALL "-".

       01 WS-DATE-JOUR        PIC 9(8) VALUE 0.

      *>   Action passee a DATE-EXPLOIT : la journee comptable vient
      *>   du fichier de date d'exploitation, pas de l'horloge murale.
       01 WS-DEX-ACTION       PIC X(1) VALUE 'L'.

      *>   Lot en cours de reconstruction : date d'en-tete, compteur
      *>   de lignes de detail et totaux du pied, repris du fichier
      *>   existant puis completes par les mouvements des depots.
       01 WS-DATE-LOT         PIC X(8).
      *>   Agence de l'en-tete ("H|AAAAMMJJ|AGE"), reportee telle
      *>   quelle ; un lot sans agence le reste.
       01 WS-AGENCE-LOT       PIC X(3) VALUE SPACES.
       01 WS-NB-DETAILS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
       01 WS-TOT-CRED-EDIT    PIC 9(9).99.
       01 WS-TOT-DEB-EDIT     PIC 9(9).99.

      *>   Champs eclates d'une ligne de detail existante (pour le
      *>   recalcul des totaux, comme CUMULER-MONTANT-CONTROLE dans
      *>   MAJ-SOLDE).
       01 WS-DET-REF          PIC X(10).
       01 WS-DET-ID           PIC X(5).
       01 WS-DET-TYPE         PIC X(1).
       01 WS-DET-MONTANT      PIC X(10).
       01 WS-DET-MONT-ENT     PIC 9(9) VALUE 0.
       01 WS-DET-MONT-DEC     PIC 9(2) VALUE 0.
       01 WS-DET-MONT-VAL     PIC 9(9)V99 VALUE 0.
       01 WS-ENTETE-VUE       PIC X(1) VALUE 'N'.

      *>   Champs eclates d'une ligne du registre des comptes.
       01 WS-REG-NUMERO-CHAR  PIC X(5).
       01 WS-REG-TIT-CHAR     PIC X(5).
       01 WS-REG-TYPE         PIC X(1).
       01 WS-REG-MONTANT-CHAR PIC X(10).
       01 WS-REG-TAUX-CHAR    PIC X(5).
       01 WS-REG-DUREE-CHAR   PIC X(3).
       01 WS-REG-ECHEANCE-CHAR PIC X(8).
       01 WS-REG-INSTRUCTION  PIC X(1).
       01 WS-REG-ETAT         PIC X(1).
       01 WS-REG-AGENCE       PIC X(3).

      *>   Depot en cours de traitement.
       01 WS-DAT-NUMERO       PIC 9(5) VALUE 0.
       01 WS-DAT-TITULAIRE    PIC 9(5) VALUE 0.
       01 WS-DAT-MONTANT      PIC 9(7)V99 VALUE 0.
       01 WS-DAT-TAUX         PIC 9(2)V99 VALUE 0.
       01 WS-DAT-DUREE        PIC 9(3) VALUE 0.
       01 WS-DAT-ECHEANCE     PIC 9(8) VALUE 0.
       01 WS-DAT-SOLDE        PIC S9(7)V99 VALUE 0.
       01 WS-DAT-INTERETS     PIC 9(7)V99 VALUE 0.
       01 WS-DAT-REVERSE      PIC 9(7)V99 VALUE 0.
       01 WS-DAT-MONTANT-EDIT PIC 9(7).99.
       01 WS-DAT-TAUX-EDIT    PIC 99.99.
       01 WS-MONTANT-EDIT     PIC 9(7).99.
       01 WS-DAT-MODIFIE      PIC X(1).
       01 WS-RESTE            PIC X(150).
       01 WS-SOLDE-TEXTE      PIC X(12).

      *>   Echeance suivante d'un depot renouvele : ancienne echeance
      *>   plus la duree en mois, jour ramene a la fin du mois.
       01 WS-MOIS-TOTAL       PIC 9(6) VALUE 0.
       01 WS-PRO-ANNEE        PIC 9(4).
       01 WS-PRO-MOIS         PIC 99.
       01 WS-PRO-JOUR         PIC 99.
       01 WS-PRO-JOURS-MOIS   PIC 99.
       01 WS-RESTE-4          PIC 9(4).
       01 WS-RESTE-100        PIC 9(4).
       01 WS-RESTE-400        PIC 9(4).
       01 WS-BISSEXTILE       PIC X(1).

      *>   Reference "DTnnnnnnnn" attribuee a chaque mouvement emis.
       01 WS-REF-COURANTE     PIC 9(8) VALUE 0.
       01 WS-REF-EMISE        PIC X(10).

      *>   Retenue a la source sur les interets a l'echeance : prise
      *>   directement sur le solde du depot, avec ses pieces au grand
      *>   livre, comme dans INTERET.
       01 WS-SEQ-LIVRE        PIC 9(7) VALUE 0.
       01 WS-SEQ-COMPTE-X     PIC X(5).
       01 WS-SEQ-CHAMP-X      PIC X(7).
       01 WS-PREFIXE          PIC X(120).
       01 WS-PREFIXE-LONG     PIC 9(3) VALUE 0.
       01 WS-SUITE-CLIENT     PIC X(120).
       01 WS-PTR-SUITE        PIC 9(3) COMP.
       01 WS-STATUT-CLIENT    PIC X(1).
       01 WS-SOLDE-APRES      PIC S9(7)V99 VALUE 0.
       01 WS-SOLDE-AVANT-EDIT PIC -9(7).99.
       01 WS-SOLDE-APRES-EDIT PIC -9(7).99.
       01 WS-RETENUE          PIC 9(7)V99 VALUE 0.
       01 WS-RETENUE-EDIT     PIC 9(7).99.
       01 WS-COMPTE-ETAT      PIC 9(5) VALUE 0.

      *>   Champs passes a RETENUE-SOURCE (calcul et trace de la
      *>   retenue) : zones de la bonne taille, pas des litteraux.
       01 WS-RET-ACTION       PIC X(1).
       01 WS-RET-PROGRAMME    PIC X(15) VALUE "DEPOTS-TERME".
       01 WS-RET-TITULAIRE    PIC 9(5).
       01 WS-RET-EXONERE      PIC X(1).

      *>   Champs passes a VERROU-TRAITEMENT (verrou de traitement
      *>   partage) : deux postes ne doivent pas reecrire les memes
      *>   fichiers en meme temps.
       01 WS-VRT-NOM          PIC X(12).
       01 WS-VRT-ACTION       PIC X(1).
       01 WS-VRT-RETOUR       PIC X(2).

       01 WS-NB-DEPOTS-LUS    PIC 9(5) VALUE 0.
       01 WS-NB-ALIMENTES     PIC 9(5) VALUE 0.
       01 WS-NB-ECHUS         PIC 9(5) VALUE 0.

      *>   Champs passes a EXCLOG (journal d'exceptions partage) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-EXC-PROGRAMME    PIC X(15) VALUE "DEPOTS-TERME".
       01 WS-EXC-PARAGRAPHE   PIC X(20).
       01 WS-EXC-CODE         PIC X(10).

      *>   Champs passes a JOURNAL-EXEC (historique des executions) :
      *>   zones de la bonne taille, pas des litteraux.
       01 WS-JEX-PROGRAMME    PIC X(15).
       01 WS-JEX-EVENEMENT    PIC X(1).
       01 WS-JEX-RC           PIC 9(4) VALUE 0.
       01 WS-JEX-COMPTEURS.
           05 WS-JEX-COMPTEUR-1 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-2 PIC 9(5) VALUE 0.
           05 WS-JEX-COMPTEUR-3 PIC 9(5) VALUE 0.

      *>   Champs passes a INDEX-LIVRE (index du grand livre par
      *>   compte + sequence) : chaque piece ecrite au livre texte y
      *>   est recopiee.
       01 WS-ILV-ACTION       PIC X(1).
       01 WS-ILV-COMPTE       PIC 9(5) VALUE 0.
       01 WS-ILV-SEQUENCE     PIC 9(7) VALUE 0.
       01 WS-ILV-LIGNE        PIC X(132).
       01 WS-ILV-TROUVE       PIC X(1).

      *>   Arguments de CLE-RIB (pose des cles RIB sur la
      *>   ligne du lot).
       01 WS-RIB-ACTION       PIC X(1) VALUE 'L'.
       01 WS-RIB-COMPTE       PIC 9(5) VALUE 0.
       01 WS-RIB-CLE          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           DISPLAY WS-SEPARATEUR
           DISPLAY "DEPOTS A TERME : ALIMENTATION ET ECHEANCES"
           DISPLAY WS-SEPARATEUR

           CALL "DATE-EXPLOIT" USING WS-DEX-ACTION WS-DATE-JOUR
           MOVE WS-DATE-JOUR TO WS-DATE-LOT

           OPEN INPUT COMPTES-FILE
           IF WS-FS-COMPTES NOT = "00"
               DISPLAY "Aucun registre des comptes -- rien a faire"
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF
           CLOSE COMPTES-FILE

      *>   La retenue a la source reecrit le solde des depots echus.
           MOVE "CLIENTS" TO WS-VRT-NOM
           MOVE 'P' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR
           IF WS-VRT-RETOUR = "EN"
              DISPLAY "TRAITEMENT EN COURS PAR UN AUTRE POSTE "
                      "-- REESSAYER PLUS TARD (verrou verrou_"
                      FUNCTION TRIM (WS-VRT-NOM) ".txt)"
              MOVE 1 TO RETURN-CODE
              PERFORM JOURNALISER-FIN
              GOBACK
           END-IF

           OPEN I-O CLIENT-FILE
           IF WS-FS-CLIENT NOT = "00"
               DISPLAY "Erreur ouverture clients.csv : " WS-FS-CLIENT
               MOVE "MAIN-SECTION" TO WS-EXC-PARAGRAPHE
               MOVE WS-FS-CLIENT   TO WS-EXC-CODE
               CALL "EXCLOG" USING WS-EXC-PROGRAMME WS-EXC-PARAGRAPHE
                    WS-EXC-CODE
               MOVE 8 TO RETURN-CODE
               PERFORM LIBERER-VERROU-TRAITEMENT
               PERFORM JOURNALISER-FIN
               GOBACK
           END-IF

           PERFORM OUVRIR-GRAND-LIVRE
           PERFORM RELEVER-LOT-EXISTANT
           PERFORM TRAITER-REGISTRE
           CLOSE LIVRE-FILE
           PERFORM FERMER-INDEX-LIVRE
           CLOSE CLIENT-FILE
           IF WS-NB-ALIMENTES > 0 OR WS-NB-ECHUS > 0 OR
              WS-ENTETE-VUE = 'Y'
               PERFORM REECRIRE-LOT
           ELSE
               CLOSE TRANS-TRV-FILE
           END-IF
           PERFORM REECRIRE-REGISTRE
           PERFORM LIBERER-VERROU-TRAITEMENT

           DISPLAY WS-SEPARATEUR
           DISPLAY "Depots a terme lus        : " WS-NB-DEPOTS-LUS
           DISPLAY "Depots alimentes          : " WS-NB-ALIMENTES
           DISPLAY "Depots arrives a echeance : " WS-NB-ECHUS
           DISPLAY WS-SEPARATEUR
           PERFORM JOURNALISER-FIN
           GOBACK.

       *>--------------------------------------------------------------
       RELEVER-LOT-EXISTANT.
      *>   Le lot du jour deja present est copie tel quel dans le
      *>   fichier de travail, pied T exclu, et ses totaux sont
      *>   recomptes -- meme traitement que dans ORDRES-PERMANENTS.
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
       TRAITER-REGISTRE.
      *>   Chaque ligne du registre repart dans le fichier de travail,
      *>   les lignes de depot a terme mises a jour au passage.
           PERFORM LIRE-REFERENCE-CONTROLE
           OPEN OUTPUT COMPTES-TRV-FILE
           OPEN INPUT COMPTES-FILE
           READ COMPTES-FILE
               AT END MOVE "10" TO WS-FS-COMPTES
           END-READ
           PERFORM UNTIL WS-FS-COMPTES = "10"
               MOVE COMPTE-LIGNE TO COMPTE-TRV-LIGNE
               IF COMPTE-LIGNE NOT = SPACES
                   PERFORM EXAMINER-LIGNE-REGISTRE
               END-IF
               WRITE COMPTE-TRV-LIGNE
               READ COMPTES-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES
               END-READ
           END-PERFORM
           CLOSE COMPTES-FILE
           CLOSE COMPTES-TRV-FILE
           PERFORM ECRIRE-REFERENCE-CONTROLE.

       *>--------------------------------------------------------------
       EXAMINER-LIGNE-REGISTRE.
           MOVE SPACES TO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR
           MOVE SPACES TO WS-REG-TYPE WS-REG-MONTANT-CHAR
           MOVE SPACES TO WS-REG-TAUX-CHAR WS-REG-DUREE-CHAR
           MOVE SPACES TO WS-REG-ECHEANCE-CHAR WS-REG-INSTRUCTION
           MOVE SPACES TO WS-REG-ETAT WS-REG-AGENCE
           UNSTRING COMPTE-LIGNE DELIMITED BY "|"
               INTO WS-REG-NUMERO-CHAR WS-REG-TIT-CHAR WS-REG-TYPE
                    WS-REG-MONTANT-CHAR WS-REG-TAUX-CHAR
                    WS-REG-DUREE-CHAR WS-REG-ECHEANCE-CHAR
                    WS-REG-INSTRUCTION WS-REG-ETAT WS-REG-AGENCE
           END-UNSTRING
           IF WS-REG-TYPE NOT = 'T'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (WS-REG-NUMERO-CHAR) NOT NUMERIC OR
              FUNCTION TRIM (WS-REG-TIT-CHAR) NOT NUMERIC OR
              WS-REG-ECHEANCE-CHAR NOT NUMERIC
               DISPLAY "Ligne de depot illisible, conservee telle "
                       "quelle : " COMPTE-LIGNE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NB-DEPOTS-LUS
           MOVE 'N' TO WS-DAT-MODIFIE
           COMPUTE WS-DAT-NUMERO =
               FUNCTION NUMVAL (WS-REG-NUMERO-CHAR)
           COMPUTE WS-DAT-TITULAIRE =
               FUNCTION NUMVAL (WS-REG-TIT-CHAR)
           COMPUTE WS-DAT-MONTANT =
               FUNCTION NUMVAL (WS-REG-MONTANT-CHAR)
           COMPUTE WS-DAT-TAUX = FUNCTION NUMVAL (WS-REG-TAUX-CHAR)
           COMPUTE WS-DAT-DUREE = FUNCTION NUMVAL (WS-REG-DUREE-CHAR)
           MOVE WS-REG-ECHEANCE-CHAR TO WS-DAT-ECHEANCE

           EVALUATE TRUE
               WHEN WS-REG-ETAT = 'O'
                   PERFORM ALIMENTER-DEPOT
               WHEN WS-REG-ETAT = 'V' AND
                    WS-DAT-ECHEANCE <= WS-DATE-JOUR
                   PERFORM TRAITER-ECHEANCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-DAT-MODIFIE = 'Y'
               PERFORM RECOMPOSER-LIGNE-DEPOT
           END-IF.

       *>--------------------------------------------------------------
       ALIMENTER-DEPOT.
      *>   Virement du montant convenu depuis le compte courant du
      *>   titulaire : faute de provision, MAJ-SOLDE le rejette et le
      *>   depot reste a zero -- il n'en produira pas d'interets.
           PERFORM ATTRIBUER-REFERENCE
           MOVE WS-DAT-MONTANT TO WS-MONTANT-EDIT
           MOVE SPACES TO TRANS-TRV-LIGNE
           STRING WS-REF-EMISE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DAT-TITULAIRE DELIMITED BY SIZE
                  "|V|" DELIMITED BY SIZE
                  WS-MONTANT-EDIT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DAT-NUMERO DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-DATE-JOUR DELIMITED BY SIZE
                  INTO TRANS-TRV-LIGNE
           END-STRING
           MOVE 'L' TO WS-RIB-ACTION
           CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                WS-RIB-CLE TRANS-TRV-LIGNE
           WRITE TRANS-TRV-LIGNE
           ADD 1 TO WS-NB-DETAILS
           ADD WS-DAT-MONTANT TO WS-TOTAL-CREDITS
           ADD WS-DAT-MONTANT TO WS-TOTAL-DEBITS
           ADD 1 TO WS-NB-ALIMENTES
           MOVE 'V' TO WS-REG-ETAT
           MOVE 'Y' TO WS-DAT-MODIFIE
           DISPLAY "Depot " WS-DAT-NUMERO " alimente : " WS-REF-EMISE
                   " depuis le compte " WS-DAT-TITULAIRE
                   " montant " WS-MONTANT-EDIT.

       *>--------------------------------------------------------------
       TRAITER-ECHEANCE.
      *>   Les interets se calculent sur le solde reel du depot (un
      *>   depot jamais alimente n'en produit pas), au taux fixe sur
      *>   la duree convenue.
           MOVE 0 TO WS-DAT-SOLDE
           MOVE 0 TO WS-RETENUE
           MOVE WS-DAT-NUMERO TO FS-ID-CLIENT
           READ CLIENT-FILE
               INVALID KEY
                   DISPLAY "Depot " WS-DAT-NUMERO " absent de "
                           "clients.csv -- echeance ignoree"
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-RESTE WS-SOLDE-TEXTE
           UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
               INTO WS-RESTE WS-SOLDE-TEXTE
           END-UNSTRING
           COMPUTE WS-DAT-SOLDE = FUNCTION NUMVAL (WS-SOLDE-TEXTE)

           ADD 1 TO WS-NB-ECHUS
           MOVE 'Y' TO WS-DAT-MODIFIE
           IF WS-DAT-SOLDE NOT > 0
               DISPLAY "Depot " WS-DAT-NUMERO " echu sans solde -- "
                       "clos sans interets"
               MOVE 'S' TO WS-REG-ETAT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAT-INTERETS ROUNDED =
               WS-DAT-SOLDE * WS-DAT-TAUX * WS-DAT-DUREE / 1200
           IF WS-DAT-INTERETS > 0
               PERFORM ATTRIBUER-REFERENCE
               MOVE WS-DAT-INTERETS TO WS-MONTANT-EDIT
               MOVE SPACES TO TRANS-TRV-LIGNE
               STRING WS-REF-EMISE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DAT-NUMERO DELIMITED BY SIZE
                      "|C|" DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                      "||" DELIMITED BY SIZE
                      WS-DATE-JOUR DELIMITED BY SIZE
                      INTO TRANS-TRV-LIGNE
               END-STRING
               MOVE 'L' TO WS-RIB-ACTION
               CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                    WS-RIB-CLE TRANS-TRV-LIGNE
               WRITE TRANS-TRV-LIGNE
               ADD 1 TO WS-NB-DETAILS
               ADD WS-DAT-INTERETS TO WS-TOTAL-CREDITS
               DISPLAY "Depot " WS-DAT-NUMERO " interets : "
                       WS-REF-EMISE " montant " WS-MONTANT-EDIT
               PERFORM PRELEVER-RETENUE-DEPOT
           END-IF

           COMPUTE WS-DAT-REVERSE =
               WS-DAT-SOLDE + WS-DAT-INTERETS - WS-RETENUE
           IF WS-REG-INSTRUCTION = 'R'
               MOVE WS-DAT-REVERSE TO WS-DAT-MONTANT
               MOVE WS-DAT-ECHEANCE (1:4) TO WS-PRO-ANNEE
               MOVE WS-DAT-ECHEANCE (5:2) TO WS-PRO-MOIS
               MOVE WS-DAT-ECHEANCE (7:2) TO WS-PRO-JOUR
               PERFORM AVANCER-ECHEANCE
               DISPLAY "Depot " WS-DAT-NUMERO " renouvele jusqu'au "
                       WS-DAT-ECHEANCE
           ELSE
               PERFORM ATTRIBUER-REFERENCE
               MOVE WS-DAT-REVERSE TO WS-MONTANT-EDIT
               MOVE SPACES TO TRANS-TRV-LIGNE
               STRING WS-REF-EMISE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DAT-NUMERO DELIMITED BY SIZE
                      "|V|" DELIMITED BY SIZE
                      WS-MONTANT-EDIT DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DAT-TITULAIRE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                      WS-DATE-JOUR DELIMITED BY SIZE
                      INTO TRANS-TRV-LIGNE
               END-STRING
               MOVE 'L' TO WS-RIB-ACTION
               CALL "CLE-RIB" USING WS-RIB-ACTION WS-RIB-COMPTE
                    WS-RIB-CLE TRANS-TRV-LIGNE
               WRITE TRANS-TRV-LIGNE
               ADD 1 TO WS-NB-DETAILS
               ADD WS-DAT-REVERSE TO WS-TOTAL-CREDITS
               ADD WS-DAT-REVERSE TO WS-TOTAL-DEBITS
               MOVE 'S' TO WS-REG-ETAT
               DISPLAY "Depot " WS-DAT-NUMERO " reverse : "
                       WS-REF-EMISE " vers le compte "
                       WS-DAT-TITULAIRE " montant " WS-MONTANT-EDIT
           END-IF.

       *>--------------------------------------------------------------
       PRELEVER-RETENUE-DEPOT.
      *>   Le credit brut des interets part dans le lot ; la retenue
      *>   est prise tout de suite sur le solde du depot (piece 'S')
      *>   et le compte de l'Etat credite, comme dans INTERET. Le
      *>   capital reverse ou renouvele est donc net de la retenue.
           MOVE 'C' TO WS-RET-ACTION
           CALL "RETENUE-SOURCE" USING WS-RET-ACTION
                WS-DAT-NUMERO WS-DAT-INTERETS WS-RET-PROGRAMME
                WS-RET-TITULAIRE WS-RET-EXONERE WS-RETENUE
                WS-COMPTE-ETAT
           IF WS-RETENUE > 0
               MOVE SPACES TO WS-STATUT-CLIENT WS-SUITE-CLIENT
               MOVE 1 TO WS-PTR-SUITE
               UNSTRING FS-DONNEES-CLIENT DELIMITED BY "|"
                   INTO WS-PREFIXE    COUNT IN WS-PREFIXE-LONG
                        WS-SOLDE-TEXTE
                        WS-STATUT-CLIENT
                   WITH POINTER WS-PTR-SUITE
               END-UNSTRING
               IF WS-PTR-SUITE <= LENGTH OF FS-DONNEES-CLIENT
                   MOVE FS-DONNEES-CLIENT (WS-PTR-SUITE:)
                        TO WS-SUITE-CLIENT
               END-IF
               COMPUTE WS-SOLDE-APRES = WS-DAT-SOLDE - WS-RETENUE
               MOVE WS-DAT-SOLDE   TO WS-SOLDE-AVANT-EDIT
               MOVE WS-SOLDE-APRES TO WS-SOLDE-APRES-EDIT
               MOVE SPACES TO FS-DONNEES-CLIENT
               IF WS-SUITE-CLIENT = SPACES
                   STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                          "|"                  DELIMITED BY SIZE
                          FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                               DELIMITED BY SIZE
                          "|"                  DELIMITED BY SIZE
                          WS-STATUT-CLIENT     DELIMITED BY SIZE
                          INTO FS-DONNEES-CLIENT
                   END-STRING
               ELSE
                   STRING WS-PREFIXE (1 : WS-PREFIXE-LONG)
                                               DELIMITED BY SIZE
                          "|"                  DELIMITED BY SIZE
                          FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                               DELIMITED BY SIZE
                          "|"                  DELIMITED BY SIZE
                          WS-STATUT-CLIENT     DELIMITED BY SIZE
                          "|"                  DELIMITED BY SIZE
                          FUNCTION TRIM (WS-SUITE-CLIENT)
                                               DELIMITED BY SIZE
                          INTO FS-DONNEES-CLIENT
                   END-STRING
               END-IF
               REWRITE FS-LIGNE-CLIENT
               IF WS-FS-CLIENT NOT = "00"
                   DISPLAY "Erreur reecriture depot " WS-DAT-NUMERO
                           " : " WS-FS-CLIENT " -- retenue non prise"
                   MOVE "PRELEVER-RETENUE" TO WS-EXC-PARAGRAPHE
                   MOVE WS-FS-CLIENT       TO WS-EXC-CODE
                   CALL "EXCLOG" USING WS-EXC-PROGRAMME
                        WS-EXC-PARAGRAPHE WS-EXC-CODE
                   MOVE 0 TO WS-RETENUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM ECRIRE-PIECES-RETENUE
               DISPLAY "Depot " WS-DAT-NUMERO " retenue a la source : "
                       WS-RETENUE-EDIT
           END-IF
           MOVE 'E' TO WS-RET-ACTION
           CALL "RETENUE-SOURCE" USING WS-RET-ACTION
                WS-DAT-NUMERO WS-DAT-INTERETS WS-RET-PROGRAMME
                WS-RET-TITULAIRE WS-RET-EXONERE WS-RETENUE
                WS-COMPTE-ETAT.

       *>--------------------------------------------------------------
       ECRIRE-PIECES-RETENUE.
      *>   Type 'S' (retenue a la source) au debit du depot, puis le
      *>   credit du compte technique de l'Etat -- memes pieces que
      *>   dans INTERET.
           MOVE WS-RETENUE TO WS-RETENUE-EDIT
           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING WS-DAT-NUMERO        DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-SEQ-LIVRE         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-DATE-JOUR         DELIMITED BY SIZE
                  "|S|"                DELIMITED BY SIZE
                  WS-RETENUE-EDIT      DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-AVANT-EDIT)
                                       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOLDE-APRES-EDIT)
                                       DELIMITED BY SIZE
                  "|RETENUE SOURCE"    DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE

           ADD 1 TO WS-SEQ-LIVRE
           MOVE SPACES TO LIVRE-LIGNE
           STRING WS-COMPTE-ETAT       DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-SEQ-LIVRE         DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-DATE-JOUR         DELIMITED BY SIZE
                  "|C|"                DELIMITED BY SIZE
                  WS-RETENUE-EDIT      DELIMITED BY SIZE
                  "|0.00|"             DELIMITED BY SIZE
                  WS-RETENUE-EDIT      DELIMITED BY SIZE
                  "|RETENUE "          DELIMITED BY SIZE
                  WS-DAT-NUMERO        DELIMITED BY SIZE
                  INTO LIVRE-LIGNE
           END-STRING
           WRITE LIVRE-LIGNE
           PERFORM INDEXER-PIECE-LIVRE.

       *>--------------------------------------------------------------
       AVANCER-ECHEANCE.
           COMPUTE WS-MOIS-TOTAL =
               WS-PRO-ANNEE * 12 + WS-PRO-MOIS - 1 + WS-DAT-DUREE
           COMPUTE WS-PRO-ANNEE = WS-MOIS-TOTAL / 12
           COMPUTE WS-PRO-MOIS = WS-MOIS-TOTAL - (WS-PRO-ANNEE * 12) + 1
           PERFORM CALCULER-JOURS-DU-MOIS
           IF WS-PRO-JOUR > WS-PRO-JOURS-MOIS
               MOVE WS-PRO-JOURS-MOIS TO WS-PRO-JOUR
           END-IF
           COMPUTE WS-DAT-ECHEANCE = WS-PRO-ANNEE * 10000
               + WS-PRO-MOIS * 100 + WS-PRO-JOUR.

       *>--------------------------------------------------------------
       CALCULER-JOURS-DU-MOIS.
      *>   Vraie longueur du mois, fevrier bissextile compris -- meme
      *>   regle que CONTROLER-CALENDRIER dans SAISIE-DATE.
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
               WHEN 2
                   MOVE 'N' TO WS-BISSEXTILE
                   COMPUTE WS-RESTE-4 =
                       FUNCTION MOD (WS-PRO-ANNEE, 4)
                   COMPUTE WS-RESTE-100 =
                       FUNCTION MOD (WS-PRO-ANNEE, 100)
                   COMPUTE WS-RESTE-400 =
                       FUNCTION MOD (WS-PRO-ANNEE, 400)
                   IF WS-RESTE-4 = 0 AND
                      (WS-RESTE-100 NOT = 0 OR WS-RESTE-400 = 0)
                       MOVE 'Y' TO WS-BISSEXTILE
                   END-IF
                   IF WS-BISSEXTILE = 'Y'
                       MOVE 29 TO WS-PRO-JOURS-MOIS
                   ELSE
                       MOVE 28 TO WS-PRO-JOURS-MOIS
                   END-IF
           END-EVALUATE.

       *>--------------------------------------------------------------
       RECOMPOSER-LIGNE-DEPOT.
      *>   Meme disposition que l'ouverture dans COMPTES ; l'agence
      *>   du compte, quand la ligne en porte une, est conservee.
           MOVE WS-DAT-MONTANT TO WS-DAT-MONTANT-EDIT
           MOVE WS-DAT-TAUX    TO WS-DAT-TAUX-EDIT
           MOVE SPACES TO COMPTE-TRV-LIGNE
           STRING WS-DAT-NUMERO       DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-DAT-TITULAIRE    DELIMITED BY SIZE
                  "|T|"               DELIMITED BY SIZE
                  WS-DAT-MONTANT-EDIT DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-DAT-TAUX-EDIT    DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-DAT-DUREE        DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-DAT-ECHEANCE     DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-REG-INSTRUCTION  DELIMITED BY SIZE
                  "|"                 DELIMITED BY SIZE
                  WS-REG-ETAT         DELIMITED BY SIZE
                  INTO COMPTE-TRV-LIGNE
           END-STRING
      *>   Tous les champs sont de largeur fixe : l'etat finit en
      *>   colonne 47.
           IF WS-REG-AGENCE NOT = SPACES
               MOVE "|"           TO COMPTE-TRV-LIGNE (48:1)
               MOVE WS-REG-AGENCE TO COMPTE-TRV-LIGNE (49:3)
           END-IF.

       *>--------------------------------------------------------------
       ATTRIBUER-REFERENCE.
           ADD 1 TO WS-REF-COURANTE
           MOVE SPACES TO WS-REF-EMISE
           STRING "DT" DELIMITED BY SIZE
                  WS-REF-COURANTE DELIMITED BY SIZE
                  INTO WS-REF-EMISE
           END-STRING.

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
      *>   lignes de detail du fichier de travail, pied T recalcule.
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
       REECRIRE-REGISTRE.
      *>   Le fichier de travail (lignes de depot mises a jour)
      *>   remplace comptes.txt.
           OPEN INPUT COMPTES-TRV-FILE
           IF WS-FS-COMPTES-TRV NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMPTES-FILE
           READ COMPTES-TRV-FILE
               AT END MOVE "10" TO WS-FS-COMPTES-TRV
           END-READ
           PERFORM UNTIL WS-FS-COMPTES-TRV = "10"
               MOVE COMPTE-TRV-LIGNE TO COMPTE-LIGNE
               WRITE COMPTE-LIGNE
               READ COMPTES-TRV-FILE
                   AT END MOVE "10" TO WS-FS-COMPTES-TRV
               END-READ
           END-PERFORM
           CLOSE COMPTES-TRV-FILE
           CLOSE COMPTES-FILE.

       *>--------------------------------------------------------------
       OUVRIR-GRAND-LIVRE.
      *>   Meme idiome que MAJ-SOLDE : le livre est ouvert en ajout et
      *>   la sequence reprend a la plus haute sequence deja vue.
           MOVE 0 TO WS-SEQ-LIVRE
           OPEN INPUT LIVRE-FILE
           IF WS-FS-LIVRE = "00"
               READ LIVRE-FILE
                   AT END MOVE "10" TO WS-FS-LIVRE
               END-READ
               PERFORM UNTIL WS-FS-LIVRE = "10"
                   PERFORM RELEVER-SEQUENCE-LIVRE
                   READ LIVRE-FILE
                       AT END MOVE "10" TO WS-FS-LIVRE
                   END-READ
               END-PERFORM
               CLOSE LIVRE-FILE
               OPEN EXTEND LIVRE-FILE
           ELSE
               OPEN OUTPUT LIVRE-FILE
           END-IF.

       *>--------------------------------------------------------------
       RELEVER-SEQUENCE-LIVRE.
           MOVE SPACES TO WS-SEQ-COMPTE-X WS-SEQ-CHAMP-X
           UNSTRING LIVRE-LIGNE DELIMITED BY "|"
               INTO WS-SEQ-COMPTE-X WS-SEQ-CHAMP-X
           END-UNSTRING
           IF FUNCTION TRIM (WS-SEQ-CHAMP-X) IS NUMERIC
               IF FUNCTION NUMVAL (WS-SEQ-CHAMP-X) > WS-SEQ-LIVRE
                   COMPUTE WS-SEQ-LIVRE =
                       FUNCTION NUMVAL (WS-SEQ-CHAMP-X)
               END-IF
           END-IF.

       *>--------------------------------------------------------------
       LIBERER-VERROU-TRAITEMENT.
           MOVE 'L' TO WS-VRT-ACTION
           CALL "VERROU-TRAITEMENT" USING WS-VRT-NOM
                WS-VRT-ACTION WS-VRT-RETOUR.

       *>--------------------------------------------------------------
       JOURNALISER-FIN.
           MOVE "DEPOTS-TERME" TO WS-JEX-PROGRAMME
           MOVE 'F' TO WS-JEX-EVENEMENT
           MOVE RETURN-CODE TO WS-JEX-RC
           MOVE WS-NB-DEPOTS-LUS TO WS-JEX-COMPTEUR-1
           MOVE WS-NB-ALIMENTES  TO WS-JEX-COMPTEUR-2
           MOVE WS-NB-ECHUS      TO WS-JEX-COMPTEUR-3
           CALL "JOURNAL-EXEC" USING WS-JEX-PROGRAMME
                WS-JEX-EVENEMENT WS-JEX-RC WS-JEX-COMPTEURS.

       *>--------------------------------------------------------------
       INDEXER-PIECE-LIVRE.
      *>   La ligne qui vient d'etre ecrite au livre texte passe a
      *>   l'index du grand livre.
           MOVE 'A' TO WS-ILV-ACTION
           MOVE LIVRE-LIGNE TO WS-ILV-LIGNE
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.

       *>--------------------------------------------------------------
       FERMER-INDEX-LIVRE.
           MOVE 'F' TO WS-ILV-ACTION
           CALL "INDEX-LIVRE" USING WS-ILV-ACTION WS-ILV-COMPTE
                WS-ILV-SEQUENCE WS-ILV-LIGNE WS-ILV-TROUVE.
